      *// from: turns, average, ring-by-ring hit counts, best turn.
           SELECT PLAYER-STATS-FILE ASSIGN TO WS-PLAYER-STATS-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// throw grouping for the coaching night: every
      *// throw across a run of tournament batches laid over a
      *// character grid of the board, with each player's mean
      *// landing point, spread and aim-bias verdict. A batch is
      *// opened here first only to see it exists and read its HDR
      *// date -- the turns themselves are read through TURN-FILE.
           SELECT AIM-BATCH-FILE ASSIGN TO WS-TURN-FILE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AIM-BATCH-STATUS.
           SELECT AIM-REPORT-FILE ASSIGN TO WS-AIM-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// board comparison for the venue: each board's turn
      *// average, ring-hit spread and near-boundary rate side by
      *// side, so a board mounted low or with a worn wire shows up
      *// against the others. Batches are probed through the same
      *// AIM-BATCH-FILE before they are read.
           SELECT BOARD-REPORT-FILE ASSIGN TO WS-BOARD-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// pub-league handicaps: per-player adjustment
      *// applied as each turn posts, loaded like the board layout.
           SELECT HANDICAP-FILE ASSIGN TO WS-HANDICAP-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT RECALC-REPORT-FILE ASSIGN TO WS-RECALC-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the league runs in divisions: the assignments file
      *// gives every player a division code, fixtures are generated
      *// and scored within a division, and the season-end run moves
      *// the top and bottom players between adjacent divisions into
      *// next season's assignments file.
           SELECT DIVISIONS-FILE ASSIGN TO WS-DIVISIONS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DIVISIONS-STATUS.
           SELECT NEXT-DIVISIONS-FILE
              ASSIGN TO WS-NEXT-DIVISIONS-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVEMENTS-REPORT-FILE
              ASSIGN TO WS-MOVEMENTS-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// fixtures don't all get played on their night: the
      *// season's fixture register carries every generated fixture
      *// with its status -- scheduled, played, postponed, forfeit
      *// or void. Status-change transactions update it, the match
      *// batch reads it before deciding a fixture, and whatever is
      *// postponed and not yet replayed is listed oldest first.
           SELECT FIXTURE-REGISTER-FILE
              ASSIGN TO WS-FIXTURE-REGISTER-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-FIXTURE-REGISTER-STATUS.
           SELECT FIXTURE-REGISTER-BAK-FILE
              ASSIGN TO WS-FIXTURE-REGISTER-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT FIXTURE-STATUS-FILE
              ASSIGN TO WS-FIXTURE-STATUS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-FIXTURE-STATUS-STATUS.
           SELECT FIXTURE-STATUS-REPORT-FILE
              ASSIGN TO WS-FIXTURE-STATUS-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT-FILE
              ASSIGN TO WS-OUTSTANDING-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 TR-THROW OCCURS 3 TIMES.
                03 TR-THROW-X PIC S99V9 SIGN LEADING SEPARATE.
                03 TR-THROW-Y PIC S99V9 SIGN LEADING SEPARATE.
      *// the board the turn was thrown at; blank on older
      *// feeds and on slips the scorer left it off.
             02 TR-BOARD PIC X(4).
       FD TURN-REPORT-FILE.
          01 TURN-REPORT-REC PIC X(60).
       FD TURN-FILE-2.
          01 TURN2-REC PIC X(48).
       FD RELEASED-FILE.
          01 RELEASED-REC PIC X(48).
       FD VERIFY-REPORT-FILE.
          01 VERIFY-REPORT-REC PIC X(120).
       FD LEG-REPORT-FILE.
          01 GEN-FIXTURE-REC.
             02 GF-HOME-PLAYER PIC X(20).
             02 GF-AWAY-PLAYER PIC X(20).
             02 GF-DIVISION    PIC X.
             02 GF-STATUS      PIC X.
             02 GF-STATUS-DATE PIC X(8).
             02 GF-FORFEIT-BY  PIC X.
             02 GF-BOARD       PIC X(4).
       FD FIXTURE-SCHEDULE-FILE.
          01 FIXTURE-SCHEDULE-REC PIC X(100).
       FD PROPOSED-HANDICAP-FILE.
             02 PH-ADJUST-OUT PIC S9(3) SIGN LEADING SEPARATE.
       FD RECALC-REPORT-FILE.
          01 RECALC-REPORT-REC PIC X(100).
       FD DIVISIONS-FILE.
          01 DIVISIONS-REC.
             02 DV-PLAYER-IN   PIC X(20).
             02 DV-DIVISION-IN PIC X.
       FD NEXT-DIVISIONS-FILE.
          01 NEXT-DIVISIONS-REC.
             02 ND-PLAYER-OUT   PIC X(20).
             02 ND-DIVISION-OUT PIC X.
       FD MOVEMENTS-REPORT-FILE.
          01 MOVEMENTS-REPORT-REC PIC X(100).
      *// the round the fixture was generated into, then
      *// the fixture itself in the FX layout, then when it was first
      *// postponed and whether its result has reached the tables.
       FD FIXTURE-REGISTER-FILE.
          01 FIXTURE-REGISTER-REC.
             02 FR-ROUND         PIC 99.
             02 FR-HOME-PLAYER   PIC X(20).
             02 FR-AWAY-PLAYER   PIC X(20).
             02 FR-DIVISION      PIC X.
             02 FR-STATUS        PIC X.
             02 FR-STATUS-DATE   PIC X(8).
             02 FR-FORFEIT-BY    PIC X.
             02 FR-POSTPONED-ON  PIC X(8).
             02 FR-POSTED        PIC X.
       FD FIXTURE-REGISTER-BAK-FILE.
          01 FIXTURE-REGISTER-BAK-REC PIC X(62).
      *// one status change per record: the new status, the
      *// rescheduled date for a postponement, the side that
      *// conceded or failed to turn up (H or A) for a forfeit.
       FD FIXTURE-STATUS-FILE.
          01 FIXTURE-STATUS-REC.
             02 FT-HOME-PLAYER   PIC X(20).
             02 FT-AWAY-PLAYER   PIC X(20).
             02 FT-STATUS        PIC X.
             02 FT-STATUS-DATE   PIC X(8).
             02 FT-FORFEIT-BY    PIC X.
       FD FIXTURE-STATUS-REPORT-FILE.
          01 FIXTURE-STATUS-REPORT-REC PIC X(100).
       FD OUTSTANDING-REPORT-FILE.
          01 OUTSTANDING-REPORT-REC PIC X(100).
       FD LEADERBOARD-FILE.
          01 LEADERBOARD-REC.
             02 LB-PLAYER-NAME PIC X(20).
          01 TURN-EXCEPTIONS-REC PIC X(100).
       FD PLAYER-STATS-FILE.
          01 PLAYER-STATS-REC PIC X(80).
       FD AIM-BATCH-FILE.
          01 AIM-BATCH-REC PIC X(48).
       FD AIM-REPORT-FILE.
          01 AIM-REPORT-REC PIC X(132).
       FD BOARD-REPORT-FILE.
          01 BOARD-REPORT-REC PIC X(132).
       FD HANDICAP-FILE.
          01 HANDICAP-REC.
             02 HC-PLAYER-IN PIC X(20).
          01 FIXTURE-REC.
             02 FX-HOME-PLAYER PIC X(20).
             02 FX-AWAY-PLAYER PIC X(20).
      *// blank on older fixture lists -- the match then
      *// plays in the home player's division, if they have one.
             02 FX-DIVISION    PIC X.
      *// blank is scheduled. A postponement carries its
      *// rescheduled date; a forfeit the side that conceded it.
             02 FX-STATUS      PIC X.
                88 FX-SCHEDULED VALUE 'S' SPACE.
                88 FX-PLAYED    VALUE 'P'.
                88 FX-POSTPONED VALUE 'D'.
                88 FX-FORFEIT   VALUE 'F'.
                88 FX-VOID      VALUE 'V'.
             02 FX-STATUS-DATE PIC X(8).
             02 FX-FORFEIT-BY  PIC X.
      *// the board the match is played on, when the venue
      *// has more than one.
             02 FX-BOARD       PIC X(4).
       FD MATCH-REPORT-FILE.
          01 MATCH-REPORT-REC PIC X(100).
       FD POINTS-TABLE-FILE.
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
      *// signed to match the turn file's coordinate fields;
      *// the separate sign keeps the audit log human-readable.
         88 MODE-COUNTDOWN      VALUE 'C'.
         88 MODE-RECALIBRATE    VALUE 'H'.
         88 MODE-GEN-FIXTURES   VALUE 'G'.
         88 MODE-AIM-BIAS       VALUE 'A'.
         88 MODE-PROMOTION      VALUE 'P'.
         88 MODE-FIXTURE-STATUS VALUE 'F'.
         88 MODE-BOARD-COMPARE  VALUE 'B'.
       01 WS-THROWS.
         02 WS-THROW OCCURS 3 TIMES.
            03 WS-THROW-X PIC S99V9 SIGN LEADING SEPARATE.
       01 WS-AUDIT-LOG-STATUS      PIC XX.
       01 WS-BOUNDARY-TOLERANCE    PIC 9V99 VALUE 0.10.
       01 WS-BOUNDARY-DIFF         PIC S99V99.
      *// every close call logged this run, and the board
      *// the throw being scored was made on.
       01 WS-BOUNDARY-LOGGED       PIC 9(7) VALUE 0.
       01 WS-CURRENT-BOARD         PIC X(4) VALUE SPACES.
      *// set while turns already scored are only being
      *// re-scored for a report, so the close calls are counted
      *// but not written to the audit log a second time.
       01 WS-AUDIT-SUPPRESS        PIC X VALUE 'N'.
         88 AUDIT-LOG-SUPPRESSED   VALUE 'Y'.
       01 WS-AUDIT-BOARD-TAG       PIC X(11).
      *// LEAGUE HANDICAPS, applied as each turn posts
       01 WS-HANDICAP-PATH         PIC X(100)
                                    VALUE 'darts-handicaps.dat'.
      *// win 3, draw 1, loss 0 -- the league's scheme
       01 WS-WIN-POINTS            PIC 9 VALUE 3.
       01 WS-DRAW-POINTS           PIC 9 VALUE 1.
      *// a walkover scores the forfeit points for the side
      *// that turned up, nothing for the side that conceded -- the
      *// league sets the figure, a win by default.
       01 WS-FORFEIT-POINTS        PIC 9 VALUE 3.
       01 WS-PT-FORFEIT            PIC X VALUE 'N'.
         88 PT-FORFEIT-RESULT      VALUE 'Y'.
       01 WS-PT-PLAYER             PIC X(20).
       01 WS-PT-WON                PIC 9(3).
       01 WS-PT-DRAWN              PIC 9(3).
       01 WS-FXG-BAL-IND           PIC 99.
       01 WS-EOF-ENTRIES           PIC X VALUE 'N'.
         88 END-OF-ENTRIES         VALUE 'Y'.
      *// every registered player with their division; the
      *// circle above is filled from here one division at a time,
      *// and each round's file collects every division's fixtures.
       01 WS-FXE-TABLE.
         02 WS-FXE-ENTRY OCCURS 400 TIMES.
            03 FXE-PLAYER   PIC X(20).
            03 FXE-DIVISION PIC X.
       01 WS-FXE-COUNT             PIC 9(4) VALUE 0.
       01 WS-FXE-IND               PIC 9(4).
       01 WS-FXG-DIVISION          PIC X.
       01 WS-FXG-ROUNDS-OPENED     PIC 99 VALUE 0.
      *// SEASON HANDICAP RECALIBRATION
       01 WS-PROPOSED-HANDICAP-PATH PIC X(100)
                                  VALUE 'darts-handicaps-proposed.dat'.
       01 WS-PROP-ADJUST           PIC S9(3).
       01 WS-PROP-ADJUST-EDIT      PIC +++9.
       01 WS-CUR-ADJUST-EDIT       PIC +++9.
      *// LEAGUE DIVISIONS -- a one-character code per
      *// player, the top flight sorting first ('1' above '2' above
      *// '3'). Each division keeps its own points table and report,
      *// named from the code; fixtures with no division post to the
      *// single table exactly as before divisions existed.
       01 WS-DIVISIONS-PATH        PIC X(100)
                                    VALUE 'darts-divisions.dat'.
       01 WS-DIVISIONS-STATUS      PIC XX.
       01 WS-DIVISIONS-LOADED      PIC X VALUE 'N'.
         88 DIVISIONS-LOADED       VALUE 'Y'.
       01 WS-DIV-TABLE.
         02 WS-DIV-ENTRY OCCURS 400 TIMES.
            03 DVE-PLAYER   PIC X(20).
            03 DVE-DIVISION PIC X.
            03 DVE-POINTS   PIC 9(4).
            03 DVE-WON      PIC 9(3).
            03 DVE-PLAYED   PIC 9(3).
            03 DVE-RANK     PIC 9(3).
            03 DVE-NEXT     PIC X.
       01 WS-DIV-TEMP-ENTRY        PIC X(35).
       01 WS-DIV-COUNT             PIC 9(4) VALUE 0.
       01 WS-DIV-IND               PIC 9(4).
       01 WS-DIV-SWAPPED           PIC X VALUE 'N'.
         88 DIV-SWAPPED            VALUE 'Y'.
       01 WS-DIV-LOOKUP            PIC X(20).
       01 WS-DIV-FOUND             PIC X.
       01 WS-DIV-CURRENT           PIC X VALUE SPACE.
       01 WS-MATCH-DIV-TAG         PIC X(16).
      *// the distinct division codes in play, top flight
      *// first, with the number moving between each division and
      *// the one below it.
       01 WS-DVL-TABLE.
         02 WS-DVL-ENTRY OCCURS 9 TIMES.
            03 DVL-CODE  PIC X.
            03 DVL-SIZE  PIC 9(3).
            03 DVL-MOVES PIC 9(3).
       01 WS-DVL-COUNT             PIC 99 VALUE 0.
       01 WS-DVL-IND               PIC 99.
       01 WS-DVL-I                 PIC 99.
       01 WS-DVL-HOLD              PIC X(7).
       01 WS-PT-FLAT-PATH          PIC X(100).
       01 WS-PT-FLAT-REPORT-PATH   PIC X(100).
      *// a division's file is the undivided file's name with
      *// -d<code> ahead of the extension.
       01 WS-DIV-BASE-PATH         PIC X(100).
       01 WS-DIV-NAMED-PATH        PIC X(100).
       01 WS-DIV-BASE-LEN          PIC 999.
       01 WS-DIV-DOT-POS           PIC 999.
       01 WS-DIV-SCAN              PIC 999.
       01 WS-FLAT-FIXTURES         PIC X VALUE 'N'.
         88 FLAT-FIXTURES-SEEN     VALUE 'Y'.
      *// season end: how many go up and down between each
      *// pair of adjacent divisions.
       01 WS-PROMO-COUNT           PIC 9 VALUE 2.
       01 WS-NEXT-DIVISIONS-PATH   PIC X(100)
                                    VALUE 'darts-divisions-next.dat'.
       01 WS-MOVEMENTS-REPORT-PATH PIC X(100)
                                    VALUE 'darts-movements.rpt'.
       01 WS-DIV-MOVES             PIC 9(3).
       01 WS-DIV-HALF              PIC 9(3).
       01 WS-DIV-RANK              PIC 9(3).
       01 WS-DIV-RANK-EDIT         PIC ZZ9.
       01 WS-DIV-POINTS-EDIT       PIC Z(3)9.
       01 WS-DIV-MOVED             PIC 9(4) VALUE 0.
      *// FIXTURE STATUS -- the season's fixture register,
      *// held in store for the run and written back whole, the old
      *// copy kept as <register>.bak.
       01 WS-FIXTURE-REGISTER-PATH PIC X(100)
                                 VALUE 'darts-fixture-register.dat'.
       01 WS-FIXTURE-REGISTER-STATUS PIC XX.
       01 WS-FIXTURE-REGISTER-BAK-PATH PIC X(100).
       01 WS-FIXTURE-STATUS-PATH   PIC X(100)
                                    VALUE 'darts-fixture-status.dat'.
       01 WS-FIXTURE-STATUS-STATUS PIC XX.
       01 WS-FIXTURE-STATUS-REPORT-PATH PIC X(100)
                                    VALUE 'darts-fixture-status.rpt'.
       01 WS-OUTSTANDING-REPORT-PATH PIC X(100)
                                    VALUE 'darts-outstanding.rpt'.
       01 WS-FR-LOADED             PIC X VALUE 'N'.
         88 FIXTURE-REGISTER-LOADED VALUE 'Y'.
       01 WS-FR-CHANGED            PIC X VALUE 'N'.
         88 FIXTURE-REGISTER-CHANGED VALUE 'Y'.
       01 WS-FR-TABLE.
         02 WS-FR-ENTRY OCCURS 600 TIMES.
            03 FRE-ROUND        PIC 99.
            03 FRE-HOME         PIC X(20).
            03 FRE-AWAY         PIC X(20).
            03 FRE-DIVISION     PIC X.
            03 FRE-STATUS       PIC X.
            03 FRE-STATUS-DATE  PIC X(8).
            03 FRE-FORFEIT-BY   PIC X.
            03 FRE-POSTPONED-ON PIC X(8).
            03 FRE-POSTED       PIC X.
       01 WS-FR-COUNT              PIC 9(4) VALUE 0.
       01 WS-FR-IND                PIC 9(4).
       01 WS-FR-CUR                PIC 9(4) VALUE 0.
       01 WS-FR-LOOKUP-HOME        PIC X(20).
       01 WS-FR-LOOKUP-AWAY        PIC X(20).
      *// the status the match batch goes by for the fixture
      *// in hand: the register's when it has the fixture, else the
      *// fixture record's own.
       01 WS-FXS-STATUS            PIC X.
         88 FXS-SCHEDULED          VALUE 'S' SPACE.
         88 FXS-PLAYED             VALUE 'P'.
         88 FXS-POSTPONED          VALUE 'D'.
         88 FXS-FORFEIT            VALUE 'F'.
         88 FXS-VOID               VALUE 'V'.
       01 WS-FXS-STATUS-DATE       PIC X(8).
       01 WS-FXS-FORFEIT-BY        PIC X.
       01 WS-FXS-POSTED            PIC X.
       01 WS-FXS-NOTE              PIC X(50).
       01 WS-FXS-REASON            PIC X(40).
       01 WS-FXS-WINNER            PIC X(20).
      *// outstanding fixtures, oldest postponement first
       01 WS-OUT-TABLE.
         02 WS-OUT-ENTRY OCCURS 600 TIMES.
            03 OUT-KEY          PIC X(10).
            03 OUT-FR-IND       PIC 9(4).
       01 WS-OUT-TEMP-ENTRY        PIC X(14).
       01 WS-OUT-COUNT             PIC 9(4) VALUE 0.
       01 WS-OUT-IND               PIC 9(4).
       01 WS-OUT-SWAPPED           PIC X VALUE 'N'.
         88 OUT-SWAPPED            VALUE 'Y'.
       01 WS-OUT-OVERDUE           PIC 9(4) VALUE 0.
       01 WS-FR-ROUND-EDIT         PIC Z9.
       01 WS-OUT-COUNT-EDIT        PIC Z(3)9.
       01 WS-OUT-OVERDUE-EDIT      PIC Z(3)9.
      *// TEAM COMPETITION
       01 WS-TEAM-ROSTER-PATH      PIC X(100)
                                    VALUE 'darts-teams.dat'.
       01 WS-VER-EOF2              PIC X.
       01 WS-VER-HAS1              PIC X.
       01 WS-VER-HAS2              PIC X.
       01 WS-VER-REC1              PIC X(48).
       01 WS-VER-REC2              PIC X(48).
       01 WS-VER-RECNO             PIC 9(6) VALUE 0.
       01 WS-VER-MATCHED           PIC 9(6) VALUE 0.
       01 WS-VER-MISMATCHED        PIC 9(6) VALUE 0.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
      *// TURN RECORD VALIDATION
       01 WS-TURN-EXCEPTIONS-PATH  PIC X(100)
                                    VALUE 'darts-exceptions.rpt'.
         88 TURN-IS-VALID          VALUE 'Y'.
       01 WS-TURN-REASON           PIC X(30) VALUE SPACES.
       01 WS-TVAL-IND              PIC 9.
      *// THROW GROUPING AND AIM BIAS -- per player, running
      *// sums for the mean landing point and spread, plus hit counts
      *// on a 21 x 21 character grid laid over the board. No
      *// AIM-BATCH entries means the run's TURN-FILE alone.
       01 WS-AIM-REPORT-PATH       PIC X(100)
                                    VALUE 'darts-aim.rpt'.
       01 WS-AIM-BATCH-STATUS      PIC XX.
       01 WS-AIM-BATCH-TABLE.
         02 WS-AIM-BATCH-PATH OCCURS 20 PIC X(100).
       01 WS-AIM-BATCH-COUNT       PIC 99 VALUE 0.
       01 WS-AIM-BATCH-IND         PIC 99.
       01 WS-AIM-BATCH-DATE        PIC X(8).
       01 WS-AIM-BATCH-NOTE        PIC X(30).
       01 WS-AIM-BATCH-TURNS       PIC 9(6).
       01 WS-AIM-BATCH-REJECTS     PIC 9(6).
       01 WS-AIM-BATCHES-USED      PIC 99 VALUE 0.
      *// the secretary's date range, checked against each
      *// batch's HDR feed date; a batch with no HDR cannot be placed
      *// in a range and is left out when one is given.
       01 WS-AIM-FROM-DATE         PIC X(8) VALUE '00000000'.
       01 WS-AIM-TO-DATE           PIC X(8) VALUE '99999999'.
       01 WS-AIM-RANGE             PIC X VALUE 'N'.
         88 AIM-RANGE-SET          VALUE 'Y'.
      *// a mean landing point within this distance of the
      *// centre is no bias; fewer throws than the minimum is no
      *// verdict at all.
      *// AIM-TOL is keyed in tenths, so 05 is half a unit.
       01 WS-AIM-TOLERANCE         PIC 9V9 VALUE 0.5.
       01 WS-AIM-TOL-TENTHS        PIC 99.
       01 WS-AIM-MIN-THROWS        PIC 9(3) VALUE 9.
       01 WS-AIM-TABLE.
         02 WS-AIM-ENTRY OCCURS 200 TIMES.
            03 AIM-PLAYER   PIC X(20).
            03 AIM-THROWS   PIC 9(5).
            03 AIM-SUM-X    PIC S9(7)V9.
            03 AIM-SUM-Y    PIC S9(7)V9.
            03 AIM-SUM-XX   PIC 9(10)V99.
            03 AIM-SUM-YY   PIC 9(10)V99.
            03 AIM-OFF-GRID PIC 9(5).
            03 AIM-ROW OCCURS 21 TIMES.
               04 AIM-CELL OCCURS 21 PIC 9(3).
       01 WS-AIM-COUNT             PIC 9(4) VALUE 0.
       01 WS-AIM-CUR               PIC 9(4) VALUE 0.
       01 WS-AIM-I                 PIC 9(4).
      *// the grid spans the outermost ring plus a fifth
      *// again, so wide misses still show on the map.
       01 WS-AIM-GRID-SIZE         PIC 99 VALUE 21.
       01 WS-AIM-GRID-CENTRE       PIC 99 VALUE 11.
       01 WS-AIM-HALF-SPAN         PIC 999V99.
       01 WS-AIM-CELL-SPAN         PIC 99V9999.
       01 WS-AIM-ROW-IND           PIC 99.
       01 WS-AIM-COL-IND           PIC 99.
       01 WS-AIM-CELL-X            PIC S999V9999.
       01 WS-AIM-CELL-Y            PIC S999V9999.
       01 WS-AIM-CELL-DIST         PIC 999V9999.
       01 WS-AIM-CELL-MAX          PIC 9(3).
       01 WS-AIM-LEVEL             PIC 9.
       01 WS-AIM-HEAT-CHARS        PIC X(4) VALUE ':oO@'.
       01 WS-AIM-MARK              PIC X.
       01 WS-AIM-GRID-LINE         PIC X(42).
       01 WS-AIM-GRID-BORDER       PIC X(42) VALUE ALL '-'.
       01 WS-AIM-MEAN-X            PIC S99V9999.
       01 WS-AIM-MEAN-Y            PIC S99V9999.
       01 WS-AIM-VAR-X             PIC S9(5)V9999.
       01 WS-AIM-VAR-Y             PIC S9(5)V9999.
       01 WS-AIM-SPREAD-X          PIC 999V99.
       01 WS-AIM-SPREAD-Y          PIC 999V99.
       01 WS-AIM-SPREAD-R          PIC 999V99.
       01 WS-AIM-OFFSET            PIC 999V9999.
       01 WS-AIM-VERTICAL          PIC X(5).
       01 WS-AIM-HORIZONTAL        PIC X(5).
       01 WS-AIM-DIRECTION         PIC X(12).
       01 WS-AIM-VERDICT           PIC X(40).
       01 WS-AIM-COUNT-EDIT        PIC Z(5)9.
       01 WS-AIM-COUNT-EDIT2       PIC Z(5)9.
       01 WS-AIM-MEAN-X-EDIT       PIC --9.99.
       01 WS-AIM-MEAN-Y-EDIT       PIC --9.99.
       01 WS-AIM-SPREAD-X-EDIT     PIC ZZ9.99.
       01 WS-AIM-SPREAD-Y-EDIT     PIC ZZ9.99.
       01 WS-AIM-SPREAD-R-EDIT     PIC ZZ9.99.
       01 WS-AIM-OFFSET-EDIT       PIC ZZ9.9.
       01 WS-AIM-SPAN-EDIT         PIC Z9.99.
      *// BOARD COMPARISON -- per board, turns and throws,
      *// points scored, hits ring by ring and the near-boundary
      *// calls LOG-BOUNDARY-THROW made. A turn keyed with no board
      *// takes the board of its player's fixture, if any.
       01 WS-BOARD-REPORT-PATH     PIC X(100)
                                    VALUE 'darts-boards.rpt'.
       01 WS-BRD-BATCH-TABLE.
         02 WS-BRD-BATCH-PATH OCCURS 20 PIC X(100).
       01 WS-BRD-BATCH-COUNT       PIC 99 VALUE 0.
       01 WS-BRD-BATCH-IND         PIC 99.
      *// a board whose turn average sits more than the
      *// margin from the other boards', or whose ring or near-
      *// boundary share differs by more than the percentage, is
      *// flagged. Boards with fewer turns than the minimum are shown
      *// but neither judged nor counted in the others' figures.
      *// BOARD-MARGIN is keyed in tenths, so 20 is two points.
       01 WS-BRD-MARGIN            PIC 9V9 VALUE 2.0.
       01 WS-BRD-MARGIN-TENTHS     PIC 99.
       01 WS-BRD-PCT-MARGIN        PIC 99 VALUE 10.
       01 WS-BRD-MIN-TURNS         PIC 9(3) VALUE 10.
       01 WS-BRD-TABLE.
         02 WS-BRD-ENTRY OCCURS 20 TIMES.
            03 BRD-ID       PIC X(4).
            03 BRD-TURNS    PIC 9(6).
            03 BRD-THROWS   PIC 9(7).
            03 BRD-SCORE    PIC 9(8).
            03 BRD-RING-HIT OCCURS 10 PIC 9(7).
            03 BRD-OUTSIDE  PIC 9(7).
            03 BRD-NEAR     PIC 9(7).
            03 BRD-FLAG     PIC X.
       01 WS-BRD-COUNT             PIC 99 VALUE 0.
       01 WS-BRD-CUR               PIC 99 VALUE 0.
       01 WS-BRD-I                 PIC 99.
       01 WS-BRD-J                 PIC 99.
       01 WS-BRD-FLAGGED           PIC 99 VALUE 0.
       01 WS-BRD-NEAR-BEFORE       PIC 9(7).
       01 WS-BRD-BATCH-TURNS       PIC 9(6).
       01 WS-BRD-BATCH-REJECTS     PIC 9(6).
      *// the other qualifying boards taken together
       01 WS-BRO-TURNS             PIC 9(7).
       01 WS-BRO-THROWS            PIC 9(8).
       01 WS-BRO-SCORE             PIC 9(9).
       01 WS-BRO-RING-HIT OCCURS 10 PIC 9(8).
       01 WS-BRO-OUTSIDE           PIC 9(8).
       01 WS-BRO-NEAR              PIC 9(8).
       01 WS-BRD-AVG               PIC 999V99.
       01 WS-BRO-AVG               PIC 999V99.
       01 WS-BRD-SHARE             PIC 999V9.
       01 WS-BRO-SHARE             PIC 999V9.
       01 WS-BRD-DIFF              PIC S999V99.
       01 WS-BRD-WHAT              PIC X(20).
       01 WS-BRD-LINE              PIC X(132).
       01 WS-BRD-COL               PIC 999.
       01 WS-BRD-ID-SHOWN          PIC X(6).
       01 WS-BRD-TURNS-EDIT        PIC Z(5)9.
       01 WS-BRD-AVG-EDIT          PIC ZZ9.99.
       01 WS-BRO-AVG-EDIT          PIC ZZ9.99.
       01 WS-BRD-DIFF-EDIT         PIC ZZ9.99.
       01 WS-BRD-SHARE-EDIT        PIC ZZ9.9.
       01 WS-BRO-SHARE-EDIT        PIC ZZ9.9.
       01 WS-BRD-RING-EDIT         PIC Z9.
       01 WS-BRD-POINTS-EDIT       PIC Z9.
      *// each fixture player's board for the night, for
      *// turns keyed without one.
       01 WS-BDM-TABLE.
         02 WS-BDM-ENTRY OCCURS 400 TIMES.
            03 BDM-PLAYER   PIC X(20).
            03 BDM-BOARD    PIC X(4).
       01 WS-BDM-COUNT             PIC 9(4) VALUE 0.
       01 WS-BDM-IND               PIC 9(4).
       01 WS-MATCH-BOARD-TAG       PIC X(14).

       PROCEDURE DIVISION.
       DARTS.
                 PERFORM RUN-HANDICAP-RECALC
              WHEN MODE-GEN-FIXTURES
                 PERFORM RUN-FIXTURE-GENERATION
              WHEN MODE-AIM-BIAS
                 PERFORM RUN-AIM-BIAS-REPORT
              WHEN MODE-PROMOTION
                 PERFORM RUN-PROMOTION-RELEGATION
              WHEN MODE-FIXTURE-STATUS
                 PERFORM RUN-FIXTURE-STATUS
              WHEN MODE-BOARD-COMPARE
                 PERFORM RUN-BOARD-COMPARISON
              WHEN MODE-TURN
                 PERFORM SCORE-TURN
              WHEN OTHER
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'T' OR 'R' OR 'M'
                    OR 'V' OR 'C' OR 'H' OR 'G' OR 'A' OR 'P' OR 'F'
                    OR 'B'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'darts run-control: bad MODE '''
                       RCTL-VALUE(1:1)
                       ''' (valid: S T R M V C H G A P F B), '
                       'entry ignored'
                 END-IF
              WHEN 'TURN-FILE'
                 MOVE RCTL-VALUE TO WS-TURN-FILE-PATH
                 MOVE RCTL-VALUE TO WS-FIXTURES-PATH
              WHEN 'EXCEPTIONS'
                 MOVE RCTL-VALUE TO WS-TURN-EXCEPTIONS-PATH
              WHEN 'DIVISIONS'
                 MOVE RCTL-VALUE TO WS-DIVISIONS-PATH
              WHEN 'NEXT-DIVS'
                 MOVE RCTL-VALUE TO WS-NEXT-DIVISIONS-PATH
              WHEN 'MOVES-RPT'
                 MOVE RCTL-VALUE TO WS-MOVEMENTS-REPORT-PATH
              WHEN 'POINTS-TABLE'
                 MOVE RCTL-VALUE TO WS-POINTS-TABLE-PATH
              WHEN 'POINTS-RPT'
                 MOVE RCTL-VALUE TO WS-POINTS-REPORT-PATH
              WHEN 'PROMO-COUNT'
                 IF RCTL-VALUE(1:1) IS NUMERIC
                    MOVE RCTL-VALUE(1:1) TO WS-PROMO-COUNT
                 ELSE
                    DISPLAY 'darts run-control: PROMO-COUNT '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'FIX-REGISTER'
                 MOVE RCTL-VALUE TO WS-FIXTURE-REGISTER-PATH
              WHEN 'FIX-STATUS'
                 MOVE RCTL-VALUE TO WS-FIXTURE-STATUS-PATH
              WHEN 'FIX-STAT-RPT'
                 MOVE RCTL-VALUE TO WS-FIXTURE-STATUS-REPORT-PATH
              WHEN 'OUTSTANDING'
                 MOVE RCTL-VALUE TO WS-OUTSTANDING-REPORT-PATH
              WHEN 'FORFEIT-PTS'
                 IF RCTL-VALUE(1:1) IS NUMERIC
                    MOVE RCTL-VALUE(1:1) TO WS-FORFEIT-POINTS
                 ELSE
                    DISPLAY 'darts run-control: FORFEIT-PTS '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'BOARD-RPT'
                 MOVE RCTL-VALUE TO WS-BOARD-REPORT-PATH
              WHEN 'BOARD-BATCH'
                 IF WS-BRD-BATCH-COUNT < 20
                    ADD 1 TO WS-BRD-BATCH-COUNT
                    MOVE RCTL-VALUE
                      TO WS-BRD-BATCH-PATH(WS-BRD-BATCH-COUNT)
                 ELSE
                    DISPLAY 'darts run-control: more than 20 '
                       'BOARD-BATCH entries, entry ignored'
                 END-IF
              WHEN 'BOARD-MARGIN'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                    MOVE RCTL-VALUE(1:2) TO WS-BRD-MARGIN-TENTHS
                    COMPUTE WS-BRD-MARGIN =
                       WS-BRD-MARGIN-TENTHS / 10
                 ELSE
                    DISPLAY 'darts run-control: BOARD-MARGIN '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'BOARD-PCT'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                    MOVE RCTL-VALUE(1:2) TO WS-BRD-PCT-MARGIN
                 ELSE
                    DISPLAY 'darts run-control: BOARD-PCT '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'BOARD-MIN'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-BRD-MIN-TURNS
                 ELSE
                    DISPLAY 'darts run-control: BOARD-MIN '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'AIM-RPT'
                 MOVE RCTL-VALUE TO WS-AIM-REPORT-PATH
              WHEN 'AIM-BATCH'
                 IF WS-AIM-BATCH-COUNT < 20
                    ADD 1 TO WS-AIM-BATCH-COUNT
                    MOVE RCTL-VALUE
                      TO WS-AIM-BATCH-PATH(WS-AIM-BATCH-COUNT)
                 ELSE
                    DISPLAY 'darts run-control: more than 20 '
                       'AIM-BATCH entries, entry ignored'
                 END-IF
              WHEN 'AIM-FROM'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-AIM-FROM-DATE
                    MOVE 'Y' TO WS-AIM-RANGE
                 ELSE
                    DISPLAY 'darts run-control: AIM-FROM '
                       'not a yyyymmdd date, entry ignored'
                 END-IF
              WHEN 'AIM-TO'
                 IF RCTL-VALUE(1:8) IS NUMERIC
                    MOVE RCTL-VALUE(1:8) TO WS-AIM-TO-DATE
                    MOVE 'Y' TO WS-AIM-RANGE
                 ELSE
                    DISPLAY 'darts run-control: AIM-TO '
                       'not a yyyymmdd date, entry ignored'
                 END-IF
              WHEN 'AIM-TOL'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                    MOVE RCTL-VALUE(1:2) TO WS-AIM-TOL-TENTHS
                    COMPUTE WS-AIM-TOLERANCE = WS-AIM-TOL-TENTHS / 10
                 ELSE
                    DISPLAY 'darts run-control: AIM-TOL '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'AIM-MIN'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-AIM-MIN-THROWS
                 ELSE
                    DISPLAY 'darts run-control: AIM-MIN '
                       'not numeric, entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE WS-POINTS-TABLE-PATH TO WS-PT-FLAT-PATH
           MOVE WS-POINTS-REPORT-PATH TO WS-PT-FLAT-REPORT-PATH
           MOVE 0 TO WS-DVL-COUNT
           PERFORM LOAD-MATCH-TOTALS
           PERFORM LOAD-FIXTURE-REGISTER
           OPEN INPUT FIXTURES-FILE
           OPEN OUTPUT MATCH-REPORT-FILE
           IF WS-FIXTURES-STATUS EQUAL '35'
              CLOSE FIXTURES-FILE
           END-IF
           CLOSE MATCH-REPORT-FILE
           IF FIXTURE-REGISTER-CHANGED
              PERFORM SAVE-FIXTURE-REGISTER
           END-IF
      *// the undivided table prints as it always has when
      *// the round had fixtures outside any division, then one
      *// table per division that played.
           IF FLAT-FIXTURES-SEEN OR WS-DVL-COUNT EQUAL 0
              MOVE SPACE TO WS-DIV-CURRENT
              PERFORM SELECT-DIVISION-TABLE
              PERFORM PRINT-POINTS-TABLE
           END-IF
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              MOVE DVL-CODE(WS-DVL-IND) TO WS-DIV-CURRENT
              PERFORM SELECT-DIVISION-TABLE
              PERFORM PRINT-POINTS-TABLE
           END-PERFORM
           MOVE SPACE TO WS-DIV-CURRENT
           PERFORM SELECT-DIVISION-TABLE
           PERFORM PRINT-TEAM-TABLE
           PERFORM WRITE-JOB-HISTORY
       .
              IF TURN-IS-VALID
                 ADD 1 TO WS-JH-WRITTEN
                 MOVE TR-PLAYER-NAME TO WS-CURRENT-PLAYER
                 MOVE TR-BOARD TO WS-CURRENT-BOARD
                 PERFORM VARYING WS-THROW-IND FROM 1 BY 1
                    UNTIL WS-THROW-IND > 3
                    MOVE TR-THROW-X(WS-THROW-IND)
           MOVE FX-AWAY-PLAYER TO WS-RESOLVE-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVE-NAME TO FX-AWAY-PLAYER
      *// the division the match counts in: the fixture's own
      *// code, else the home player's; neither means the single
      *// undivided table.
           MOVE FX-DIVISION TO WS-DIV-CURRENT
           IF WS-DIV-CURRENT EQUAL SPACE
              MOVE FX-HOME-PLAYER TO WS-DIV-LOOKUP
              PERFORM FIND-PLAYER-DIVISION
           END-IF
           MOVE SPACES TO WS-MATCH-DIV-TAG
           IF WS-DIV-CURRENT EQUAL SPACE
              MOVE 'Y' TO WS-FLAT-FIXTURES
           ELSE
              PERFORM ADD-DIVISION-CODE
              STRING ' [division '               DELIMITED BY SIZE
                     WS-DIV-CURRENT              DELIMITED BY SIZE
                     ']'                         DELIMITED BY SIZE
                     INTO WS-MATCH-DIV-TAG
           END-IF
           PERFORM SELECT-DIVISION-TABLE
           MOVE SPACES TO WS-MATCH-BOARD-TAG
           IF FX-BOARD NOT EQUAL SPACES
              STRING ' on board '                DELIMITED BY SIZE
                     FX-BOARD                    DELIMITED BY SIZE
                     INTO WS-MATCH-BOARD-TAG
           END-IF
      *// void, postponed-to-a-later-night and already-posted
      *// fixtures are reported and left alone; a forfeit is
      *// awarded without looking at the turns.
           PERFORM DECIDE-FIXTURE-STATUS
           IF WS-FXS-NOTE NOT EQUAL SPACES
              MOVE SPACES TO MATCH-REPORT-REC
              STRING FUNCTION TRIM(FX-HOME-PLAYER)
                                                 DELIMITED BY SIZE
                     ' v '                       DELIMITED BY SIZE
                     FUNCTION TRIM(FX-AWAY-PLAYER)
                                                 DELIMITED BY SIZE
                     ' -- '                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FXS-NOTE)  DELIMITED BY SIZE
                     WS-MATCH-DIV-TAG            DELIMITED BY SIZE
                     INTO MATCH-REPORT-REC
              WRITE MATCH-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           IF FXS-FORFEIT
              PERFORM SCORE-FORFEIT-FIXTURE
              PERFORM MARK-FIXTURE-POSTED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PT-FORFEIT
           MOVE FX-HOME-PLAYER TO WS-MT-LOOKUP
           PERFORM FIND-MATCH-TOTAL
           MOVE WS-MT-RESULT TO WS-HOME-TOTAL
                  ' -- '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MATCH-VERDICT)
                                                 DELIMITED BY SIZE
                  WS-MATCH-DIV-TAG               DELIMITED BY '  '
                  WS-MATCH-BOARD-TAG             DELIMITED BY '  '
                  INTO MATCH-REPORT-REC
           WRITE MATCH-REPORT-REC
      *// the team context the whole pub argues about,
           PERFORM POST-POINTS-TABLE
           MOVE WS-TEAM-AWAY TO WS-TEAM-CURRENT
           PERFORM POST-TEAM-TABLE
           PERFORM MARK-FIXTURE-POSTED
       .
      *// the status the fixture is decided under, and a
      *// note for the match report when it is not to be scored.
      *// A postponement is replayed on or after its rescheduled
      *// date; before then it is left outstanding.
       DECIDE-FIXTURE-STATUS.
           MOVE SPACES TO WS-FXS-NOTE
           MOVE FX-STATUS TO WS-FXS-STATUS
           MOVE FX-STATUS-DATE TO WS-FXS-STATUS-DATE
           MOVE FX-FORFEIT-BY TO WS-FXS-FORFEIT-BY
           MOVE 'N' TO WS-FXS-POSTED
           MOVE 0 TO WS-FR-CUR
           IF FIXTURE-REGISTER-LOADED
              MOVE FX-HOME-PLAYER TO WS-FR-LOOKUP-HOME
              MOVE FX-AWAY-PLAYER TO WS-FR-LOOKUP-AWAY
              PERFORM FIND-REGISTER-FIXTURE
           END-IF
           IF WS-FR-CUR > 0
              MOVE FRE-STATUS(WS-FR-CUR) TO WS-FXS-STATUS
              MOVE FRE-STATUS-DATE(WS-FR-CUR) TO WS-FXS-STATUS-DATE
              MOVE FRE-FORFEIT-BY(WS-FR-CUR) TO WS-FXS-FORFEIT-BY
              MOVE FRE-POSTED(WS-FR-CUR) TO WS-FXS-POSTED
           END-IF
           EVALUATE TRUE
              WHEN FXS-VOID
                 MOVE 'void, not scored' TO WS-FXS-NOTE
              WHEN FXS-PLAYED OR WS-FXS-POSTED EQUAL 'Y'
                 MOVE 'result already posted, not scored again'
                   TO WS-FXS-NOTE
              WHEN FXS-POSTPONED AND WS-FXS-STATUS-DATE NOT NUMERIC
                 MOVE 'postponed, no new date yet, not scored'
                   TO WS-FXS-NOTE
              WHEN FXS-POSTPONED
               AND WS-FXS-STATUS-DATE > WS-FEED-RUN-DATE
                 STRING 'postponed to '          DELIMITED BY SIZE
                        WS-FXS-STATUS-DATE       DELIMITED BY SIZE
                        ', not scored'           DELIMITED BY SIZE
                        INTO WS-FXS-NOTE
              WHEN FXS-FORFEIT
               AND WS-FXS-FORFEIT-BY NOT EQUAL 'H'
               AND WS-FXS-FORFEIT-BY NOT EQUAL 'A'
                 MOVE 'forfeit with no conceding side, not scored'
                   TO WS-FXS-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       .
      *// a walkover: the side that turned up takes the
      *// forfeit points, the side that conceded takes the loss,
      *// and no turn record is needed for either.
       SCORE-FORFEIT-FIXTURE.
           IF WS-FXS-FORFEIT-BY EQUAL 'H'
              MOVE FX-AWAY-PLAYER TO WS-FXS-WINNER
           ELSE
              MOVE FX-HOME-PLAYER TO WS-FXS-WINNER
           END-IF
           MOVE SPACES TO MATCH-REPORT-REC
           STRING FUNCTION TRIM(FX-HOME-PLAYER)  DELIMITED BY SIZE
                  ' v '                          DELIMITED BY SIZE
                  FUNCTION TRIM(FX-AWAY-PLAYER)  DELIMITED BY SIZE
                  ' -- forfeit, walkover to '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXS-WINNER)   DELIMITED BY SIZE
                  WS-MATCH-DIV-TAG               DELIMITED BY SIZE
                  INTO MATCH-REPORT-REC
           WRITE MATCH-REPORT-REC
           MOVE FX-HOME-PLAYER TO WS-TEAM-LOOKUP
           PERFORM FIND-PLAYER-TEAM
           MOVE WS-TEAM-FOUND TO WS-TEAM-HOME
           MOVE FX-AWAY-PLAYER TO WS-TEAM-LOOKUP
           PERFORM FIND-PLAYER-TEAM
           MOVE WS-TEAM-FOUND TO WS-TEAM-AWAY
           MOVE 'Y' TO WS-PT-FORFEIT
           MOVE 0 TO WS-PT-DRAWN
           MOVE FX-HOME-PLAYER TO WS-PT-PLAYER
           IF WS-FXS-FORFEIT-BY EQUAL 'H'
              MOVE 0 TO WS-PT-WON
              MOVE 1 TO WS-PT-LOST
           ELSE
              MOVE 1 TO WS-PT-WON
              MOVE 0 TO WS-PT-LOST
           END-IF
           PERFORM POST-POINTS-TABLE
           MOVE WS-TEAM-HOME TO WS-TEAM-CURRENT
           PERFORM POST-TEAM-TABLE
           MOVE FX-AWAY-PLAYER TO WS-PT-PLAYER
           IF WS-FXS-FORFEIT-BY EQUAL 'A'
              MOVE 0 TO WS-PT-WON
              MOVE 1 TO WS-PT-LOST
           ELSE
              MOVE 1 TO WS-PT-WON
              MOVE 0 TO WS-PT-LOST
           END-IF
           PERFORM POST-POINTS-TABLE
           MOVE WS-TEAM-AWAY TO WS-TEAM-CURRENT
           PERFORM POST-TEAM-TABLE
           MOVE 'N' TO WS-PT-FORFEIT
       .
      *// the register remembers the result reached the
      *// tables, so the fixture is never posted twice.
       MARK-FIXTURE-POSTED.
           IF WS-FR-CUR EQUAL 0
              EXIT PARAGRAPH
           END-IF
           IF NOT FXS-FORFEIT
              MOVE 'P' TO FRE-STATUS(WS-FR-CUR)
           END-IF
           MOVE 'Y' TO FRE-POSTED(WS-FR-CUR)
           MOVE 'Y' TO WS-FR-CHANGED
       .
      *// accumulate one player's match result into the
      *// running points table, keyed by player like the leaderboard.
           IF NOT FILE-LOCK-TAKEN
              EXIT PARAGRAPH
           END-IF
           IF PT-FORFEIT-RESULT
              COMPUTE WS-PT-DELTA = WS-PT-WON * WS-FORFEIT-POINTS
           ELSE
              COMPUTE WS-PT-DELTA =
                 WS-PT-WON * WS-WIN-POINTS
                 + WS-PT-DRAWN * WS-DRAW-POINTS
           END-IF
           OPEN I-O POINTS-TABLE-FILE
           IF WS-POINTS-TABLE-STATUS EQUAL '35'
              CLOSE POINTS-TABLE-FILE
              END-PERFORM
           END-PERFORM
           OPEN OUTPUT POINTS-REPORT-FILE
           IF WS-DIV-CURRENT EQUAL SPACE
              MOVE 'MATCH-PLAY POINTS TABLE (P W D L PTS)'
                TO POINTS-REPORT-REC
           ELSE
              MOVE SPACES TO POINTS-REPORT-REC
              STRING 'DIVISION '                 DELIMITED BY SIZE
                     WS-DIV-CURRENT              DELIMITED BY SIZE
                     ' MATCH-PLAY POINTS TABLE (P W D L PTS)'
                                                 DELIMITED BY SIZE
                     INTO POINTS-REPORT-REC
           END-IF
           WRITE POINTS-REPORT-REC
           PERFORM VARYING WS-PTS-I FROM 1 BY 1
              UNTIL WS-PTS-I > WS-PTS-COUNT
              IF TURN-IS-VALID
                 ADD 1 TO WS-JH-WRITTEN
                 MOVE TR-PLAYER-NAME TO WS-CURRENT-PLAYER
                 MOVE TR-BOARD TO WS-CURRENT-BOARD
                 PERFORM VARYING WS-THROW-IND FROM 1 BY 1
                    UNTIL WS-THROW-IND > 3
                    MOVE TR-THROW-X(WS-THROW-IND)
           END-PERFORM
       .
       LOG-BOUNDARY-THROW.
           IF AUDIT-LOG-SUPPRESSED
              ADD 1 TO WS-BOUNDARY-LOGGED
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS EQUAL '35'
              OPEN OUTPUT AUDIT-LOG-FILE
              CLOSE AUDIT-LOG-FILE
              OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO WS-AUDIT-BOARD-TAG
           IF WS-CURRENT-BOARD NOT EQUAL SPACES
              STRING ' board='              DELIMITED BY SIZE
                     WS-CURRENT-BOARD       DELIMITED BY SIZE
                     INTO WS-AUDIT-BOARD-TAG
           END-IF
           MOVE SPACES TO AUDIT-LOG-REC
           STRING 'near-boundary throw x=' DELIMITED BY SIZE
                  WS-X                      DELIMITED BY SIZE
                  RING-RADIUS(WS-RING-IND)  DELIMITED BY SIZE
                  ' score='                 DELIMITED BY SIZE
                  WS-RESULT                 DELIMITED BY SIZE
                  WS-AUDIT-BOARD-TAG        DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
           WRITE AUDIT-LOG-REC
           CLOSE AUDIT-LOG-FILE
           ADD 1 TO WS-BOUNDARY-LOGGED
       .
      *// load the board's ring radii/points, innermost
      *// ring first, falling back to the standard 1.0/5.0/10.0 board
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'DARTS' TO JH-PROGRAM
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
       .
       PLAY-COUNTDOWN-TURN.
           MOVE TR-PLAYER-NAME TO WS-CURRENT-PLAYER
           MOVE TR-BOARD TO WS-CURRENT-BOARD
           PERFORM FIND-OR-ADD-LEG-STATE
           IF WS-LEG-CUR EQUAL 0
              EXIT PARAGRAPH
           IF WS-TEAM-CURRENT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           IF PT-FORFEIT-RESULT
              COMPUTE WS-PT-DELTA = WS-PT-WON * WS-FORFEIT-POINTS
           ELSE
              COMPUTE WS-PT-DELTA =
                 WS-PT-WON * WS-WIN-POINTS
                 + WS-PT-DRAWN * WS-DRAW-POINTS
           END-IF
           MOVE WS-TEAM-POINTS-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
       RUN-FIXTURE-GENERATION.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-FIXTURE-ENTRIES
           IF WS-FXE-COUNT < 2
              DISPLAY 'darts fixtures: fewer than two players '
                 'registered, nothing to generate'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE 0 TO WS-DVL-COUNT
           PERFORM VARYING WS-FXE-IND FROM 1 BY 1
              UNTIL WS-FXE-IND > WS-FXE-COUNT
              MOVE FXE-DIVISION(WS-FXE-IND) TO WS-DIV-CURRENT
              PERFORM ADD-DIVISION-CODE
           END-PERFORM
           OPEN OUTPUT FIXTURE-SCHEDULE-FILE
           MOVE 'SEASON FIXTURE SCHEDULE' TO FIXTURE-SCHEDULE-REC
           WRITE FIXTURE-SCHEDULE-REC
           MOVE 0 TO WS-FXG-ROUNDS-OPENED
      *// a new season's fixtures start a new register; the
      *// last season's is kept as the backup.
           PERFORM BACKUP-FIXTURE-REGISTER
           OPEN OUTPUT FIXTURE-REGISTER-FILE
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              PERFORM GENERATE-DIVISION-FIXTURES
           END-PERFORM
           CLOSE FIXTURE-REGISTER-FILE
           PERFORM WRITE-HOME-BALANCE
           CLOSE FIXTURE-SCHEDULE-FILE
           MOVE WS-FXE-COUNT TO WS-JH-READ
           MOVE WS-FXG-FIXTURES TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the registered players: an entries file when the
      *// secretary keeps one, otherwise the division assignments,
      *// otherwise everyone on the points table. Each carries the
      *// division the assignments file gives them.
       LOAD-FIXTURE-ENTRIES.
           MOVE 0 TO WS-FXE-COUNT
           MOVE 0 TO WS-FXG-BAL-COUNT
           IF NOT DIVISIONS-LOADED
              PERFORM LOAD-DIVISIONS
           END-IF
           OPEN INPUT ENTRIES-FILE
           IF WS-ENTRIES-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-ENTRIES
                 READ ENTRIES-FILE
                    AT END MOVE 'Y' TO WS-EOF-ENTRIES
                    NOT AT END
                       IF WS-FXE-COUNT < 400
                       AND EN-PLAYER-IN NOT EQUAL SPACES
                          ADD 1 TO WS-FXE-COUNT
                          MOVE EN-PLAYER-IN
                            TO FXE-PLAYER(WS-FXE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENTRIES-FILE
              PERFORM ASSIGN-ENTRY-DIVISIONS
              EXIT PARAGRAPH
           END-IF
           IF WS-DIV-COUNT > 0
              PERFORM VARYING WS-DIV-IND FROM 1 BY 1
                 UNTIL WS-DIV-IND > WS-DIV-COUNT
                 ADD 1 TO WS-FXE-COUNT
                 MOVE DVE-PLAYER(WS-DIV-IND)
                   TO FXE-PLAYER(WS-FXE-COUNT)
                 MOVE DVE-DIVISION(WS-DIV-IND)
                   TO FXE-DIVISION(WS-FXE-COUNT)
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT POINTS-TABLE-FILE
                 READ POINTS-TABLE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-FIXTURES
                    NOT AT END
                       IF WS-FXE-COUNT < 400
                          ADD 1 TO WS-FXE-COUNT
                          MOVE PT-PLAYER-NAME
                            TO FXE-PLAYER(WS-FXE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POINTS-TABLE-FILE
           END-IF
           PERFORM ASSIGN-ENTRY-DIVISIONS
       .
       ASSIGN-ENTRY-DIVISIONS.
           PERFORM VARYING WS-FXE-IND FROM 1 BY 1
              UNTIL WS-FXE-IND > WS-FXE-COUNT
              MOVE FXE-PLAYER(WS-FXE-IND) TO WS-DIV-LOOKUP
              PERFORM FIND-PLAYER-DIVISION
              MOVE WS-DIV-CURRENT TO FXE-DIVISION(WS-FXE-IND)
           END-PERFORM
           MOVE SPACE TO WS-DIV-CURRENT
       .
      *// one division's round-robin: its players fill the
      *// circle and its fixtures go into the shared round files,
      *// so nobody is ever paired outside their own division.
       GENERATE-DIVISION-FIXTURES.
           MOVE DVL-CODE(WS-DVL-IND) TO WS-FXG-DIVISION
           MOVE 0 TO WS-FXG-COUNT
           PERFORM VARYING WS-FXE-IND FROM 1 BY 1
              UNTIL WS-FXE-IND > WS-FXE-COUNT
              IF FXE-DIVISION(WS-FXE-IND) EQUAL WS-FXG-DIVISION
              AND WS-FXG-COUNT < 63
                 ADD 1 TO WS-FXG-COUNT
                 MOVE FXE-PLAYER(WS-FXE-IND)
                   TO WS-FXG-PLAYER(WS-FXG-COUNT)
              END-IF
           END-PERFORM
           IF WS-FXG-DIVISION NOT EQUAL SPACE
              MOVE SPACES TO FIXTURE-SCHEDULE-REC
              WRITE FIXTURE-SCHEDULE-REC
              MOVE SPACES TO FIXTURE-SCHEDULE-REC
              STRING 'DIVISION '                 DELIMITED BY SIZE
                     WS-FXG-DIVISION             DELIMITED BY SIZE
                     INTO FIXTURE-SCHEDULE-REC
              WRITE FIXTURE-SCHEDULE-REC
           ELSE
              IF WS-DVL-COUNT > 1
                 MOVE SPACES TO FIXTURE-SCHEDULE-REC
                 WRITE FIXTURE-SCHEDULE-REC
                 MOVE 'NO DIVISION ASSIGNED' TO FIXTURE-SCHEDULE-REC
                 WRITE FIXTURE-SCHEDULE-REC
              END-IF
           END-IF
           IF WS-FXG-COUNT < 2
              MOVE '  fewer than two players, no fixtures'
                TO FIXTURE-SCHEDULE-REC
              WRITE FIXTURE-SCHEDULE-REC
              EXIT PARAGRAPH
           END-IF
      *// an odd field gets the BYE seat so the circle
      *// stays even.
           IF FUNCTION MOD(WS-FXG-COUNT, 2) EQUAL 1
              ADD 1 TO WS-FXG-COUNT
              MOVE 'BYE' TO WS-FXG-PLAYER(WS-FXG-COUNT)
           END-IF
           COMPUTE WS-FXG-ROUNDS = WS-FXG-COUNT - 1
           PERFORM VARYING WS-FXG-ROUND FROM 1 BY 1
              UNTIL WS-FXG-ROUND > WS-FXG-ROUNDS
              PERFORM GENERATE-ONE-ROUND
              PERFORM ROTATE-FIXTURE-CIRCLE
           END-PERFORM
       .
      *// one round: seat i pairs with seat N+1-i; home
      *// alternates with round and pair parity so the home-board
                  WS-FXG-ROUND                   DELIMITED BY SIZE
                  '.dat'                         DELIMITED BY SIZE
                  INTO WS-GEN-FIXTURES-PATH
      *// the first division to reach a round starts its
      *// file; later divisions add their fixtures to it.
           IF WS-FXG-ROUND > WS-FXG-ROUNDS-OPENED
              OPEN OUTPUT GEN-FIXTURES-FILE
              MOVE WS-FXG-ROUND TO WS-FXG-ROUNDS-OPENED
           ELSE
              OPEN EXTEND GEN-FIXTURES-FILE
           END-IF
           MOVE SPACES TO FIXTURE-SCHEDULE-REC
           MOVE WS-FXG-ROUND TO WS-FXG-EDIT
           STRING 'ROUND '                       DELIMITED BY SIZE
                 MOVE SPACES TO GEN-FIXTURE-REC
                 MOVE WS-FXG-HOME TO GF-HOME-PLAYER
                 MOVE WS-FXG-AWAY TO GF-AWAY-PLAYER
                 MOVE WS-FXG-DIVISION TO GF-DIVISION
                 MOVE 'S' TO GF-STATUS
                 WRITE GEN-FIXTURE-REC
                 MOVE SPACES TO FIXTURE-REGISTER-REC
                 MOVE WS-FXG-ROUND TO FR-ROUND
                 MOVE WS-FXG-HOME TO FR-HOME-PLAYER
                 MOVE WS-FXG-AWAY TO FR-AWAY-PLAYER
                 MOVE WS-FXG-DIVISION TO FR-DIVISION
                 MOVE 'S' TO FR-STATUS
                 MOVE 'N' TO FR-POSTED
                 WRITE FIXTURE-REGISTER-REC
                 PERFORM COUNT-HOME-BOARD
                 MOVE SPACES TO FIXTURE-SCHEDULE-REC
                 STRING '  '                     DELIMITED BY SIZE
              WRITE FIXTURE-SCHEDULE-REC
           END-PERFORM
       .
      *// the division assignments: one row per player,
      *// names resolved through the registry like every other
      *// hand-kept list. A row with no division code assigns
      *// nothing.
       LOAD-DIVISIONS.
           MOVE 0 TO WS-DIV-COUNT
           OPEN INPUT DIVISIONS-FILE
           IF WS-DIVISIONS-STATUS EQUAL '00'
              PERFORM UNTIL WS-DIVISIONS-STATUS NOT EQUAL '00'
                 READ DIVISIONS-FILE
                    AT END MOVE '10' TO WS-DIVISIONS-STATUS
                    NOT AT END
                       IF WS-DIV-COUNT < 400
                       AND DV-PLAYER-IN NOT EQUAL SPACES
                       AND DV-DIVISION-IN NOT EQUAL SPACE
                          ADD 1 TO WS-DIV-COUNT
                          INITIALIZE WS-DIV-ENTRY(WS-DIV-COUNT)
                          MOVE DV-PLAYER-IN TO WS-RESOLVE-NAME
                          PERFORM RESOLVE-PLAYER-NAME
                          MOVE WS-RESOLVE-NAME
                            TO DVE-PLAYER(WS-DIV-COUNT)
                          MOVE DV-DIVISION-IN
                            TO DVE-DIVISION(WS-DIV-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIVISIONS-FILE
           END-IF
           MOVE 'Y' TO WS-DIVISIONS-LOADED
       .
      *// this player's division code; space when the
      *// assignments file doesn't place them.
       FIND-PLAYER-DIVISION.
           IF NOT DIVISIONS-LOADED
              PERFORM LOAD-DIVISIONS
           END-IF
           MOVE SPACE TO WS-DIV-CURRENT
           PERFORM VARYING WS-DIV-IND FROM 1 BY 1
              UNTIL WS-DIV-IND > WS-DIV-COUNT
              IF DVE-PLAYER(WS-DIV-IND) EQUAL WS-DIV-LOOKUP
                 MOVE DVE-DIVISION(WS-DIV-IND) TO WS-DIV-CURRENT
                 MOVE WS-DIV-COUNT TO WS-DIV-IND
              END-IF
           END-PERFORM
       .
      *// note a division code in the list of divisions in
      *// play, kept in code order so the top flight comes first,
      *// and count its players.
       ADD-DIVISION-CODE.
           PERFORM VARYING WS-DVL-I FROM 1 BY 1
              UNTIL WS-DVL-I > WS-DVL-COUNT
              IF DVL-CODE(WS-DVL-I) EQUAL WS-DIV-CURRENT
                 ADD 1 TO DVL-SIZE(WS-DVL-I)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-DVL-COUNT < 9
              ADD 1 TO WS-DVL-COUNT
              MOVE WS-DIV-CURRENT TO DVL-CODE(WS-DVL-COUNT)
              MOVE 1 TO DVL-SIZE(WS-DVL-COUNT)
              MOVE 0 TO DVL-MOVES(WS-DVL-COUNT)
              PERFORM VARYING WS-DVL-I FROM WS-DVL-COUNT BY -1
                 UNTIL WS-DVL-I < 2
                 IF DVL-CODE(WS-DVL-I) < DVL-CODE(WS-DVL-I - 1)
                    MOVE WS-DVL-ENTRY(WS-DVL-I) TO WS-DVL-HOLD
                    MOVE WS-DVL-ENTRY(WS-DVL-I - 1)
                      TO WS-DVL-ENTRY(WS-DVL-I)
                    MOVE WS-DVL-HOLD TO WS-DVL-ENTRY(WS-DVL-I - 1)
                 END-IF
              END-PERFORM
           END-IF
       .
      *// point the points table and its report at the
      *// current division's pair of files, or back at the single
      *// undivided pair when there is no division. The division
      *// pair is named from the undivided pair, so a run-control
      *// POINTS-TABLE or POINTS-RPT carries through to every
      *// division.
       SELECT-DIVISION-TABLE.
           IF WS-DIV-CURRENT EQUAL SPACE
              MOVE WS-PT-FLAT-PATH TO WS-POINTS-TABLE-PATH
              MOVE WS-PT-FLAT-REPORT-PATH TO WS-POINTS-REPORT-PATH
           ELSE
              MOVE WS-PT-FLAT-PATH TO WS-DIV-BASE-PATH
              PERFORM NAME-DIVISION-FILE
              MOVE WS-DIV-NAMED-PATH TO WS-POINTS-TABLE-PATH
              MOVE WS-PT-FLAT-REPORT-PATH TO WS-DIV-BASE-PATH
              PERFORM NAME-DIVISION-FILE
              MOVE WS-DIV-NAMED-PATH TO WS-POINTS-REPORT-PATH
           END-IF
       .
      *// -d<code> goes in front of the last dot of the file
      *// name (a dot in a directory name does not count), or on
      *// the end when the name has no extension.
       NAME-DIVISION-FILE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIV-BASE-PATH))
             TO WS-DIV-BASE-LEN
           MOVE 0 TO WS-DIV-DOT-POS
           PERFORM VARYING WS-DIV-SCAN FROM WS-DIV-BASE-LEN BY -1
              UNTIL WS-DIV-SCAN < 1 OR WS-DIV-DOT-POS > 0
              IF WS-DIV-BASE-PATH(WS-DIV-SCAN:1) EQUAL '.'
                 MOVE WS-DIV-SCAN TO WS-DIV-DOT-POS
              END-IF
              IF WS-DIV-BASE-PATH(WS-DIV-SCAN:1) EQUAL '/'
                 MOVE 1 TO WS-DIV-SCAN
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-DIV-NAMED-PATH
           IF WS-DIV-DOT-POS > 1
              STRING WS-DIV-BASE-PATH(1:WS-DIV-DOT-POS - 1)
                                                 DELIMITED BY SIZE
                     '-d'                        DELIMITED BY SIZE
                     WS-DIV-CURRENT              DELIMITED BY SIZE
                     WS-DIV-BASE-PATH(WS-DIV-DOT-POS:
                        WS-DIV-BASE-LEN - WS-DIV-DOT-POS + 1)
                                                 DELIMITED BY SIZE
                     INTO WS-DIV-NAMED-PATH
           ELSE
              STRING WS-DIV-BASE-PATH            DELIMITED BY SPACE
                     '-d'                        DELIMITED BY SIZE
                     WS-DIV-CURRENT              DELIMITED BY SIZE
                     INTO WS-DIV-NAMED-PATH
           END-IF
       .
      *// season end: rank every division on its points
      *// table, move the bottom players of each division down and
      *// the top players of the one below up, and write next
      *// season's assignments plus the notice-board movements
      *// report. The current assignments file is left as it is.
       RUN-PROMOTION-RELEGATION.
           PERFORM WRITE-JOB-START
           MOVE WS-POINTS-TABLE-PATH TO WS-PT-FLAT-PATH
           MOVE WS-POINTS-REPORT-PATH TO WS-PT-FLAT-REPORT-PATH
           PERFORM LOAD-DIVISIONS
           IF WS-DIV-COUNT EQUAL 0
              DISPLAY 'darts promotion: no division assignments, '
                 'nothing to move'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE 0 TO WS-DVL-COUNT
           PERFORM VARYING WS-DIV-IND FROM 1 BY 1
              UNTIL WS-DIV-IND > WS-DIV-COUNT
              MOVE DVE-DIVISION(WS-DIV-IND) TO WS-DIV-CURRENT
              PERFORM ADD-DIVISION-CODE
           END-PERFORM
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              MOVE DVL-CODE(WS-DVL-IND) TO WS-DIV-CURRENT
              PERFORM SELECT-DIVISION-TABLE
              PERFORM LOAD-DIVISION-STANDINGS
           END-PERFORM
           MOVE SPACE TO WS-DIV-CURRENT
           PERFORM SELECT-DIVISION-TABLE
           PERFORM RANK-DIVISION-MEMBERS
           PERFORM SET-DIVISION-MOVES
           PERFORM WRITE-DIVISION-MOVEMENTS
           PERFORM WRITE-NEXT-DIVISIONS
           MOVE WS-DIV-COUNT TO WS-JH-READ
           MOVE WS-DIV-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// a member with no row on their division's table
      *// played nothing and ranks on zero points.
       LOAD-DIVISION-STANDINGS.
           OPEN INPUT POINTS-TABLE-FILE
           IF WS-POINTS-TABLE-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FIXTURES
           PERFORM UNTIL END-OF-FIXTURES
              READ POINTS-TABLE-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-FIXTURES
                 NOT AT END
                    PERFORM VARYING WS-DIV-IND FROM 1 BY 1
                       UNTIL WS-DIV-IND > WS-DIV-COUNT
                       IF DVE-PLAYER(WS-DIV-IND) EQUAL PT-PLAYER-NAME
                       AND DVE-DIVISION(WS-DIV-IND)
                           EQUAL WS-DIV-CURRENT
                          MOVE PT-POINTS TO DVE-POINTS(WS-DIV-IND)
                          MOVE PT-WON TO DVE-WON(WS-DIV-IND)
                          MOVE PT-PLAYED TO DVE-PLAYED(WS-DIV-IND)
                          MOVE WS-DIV-COUNT TO WS-DIV-IND
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE POINTS-TABLE-FILE
       .
      *// division order, then points, then matches won --
      *// a simple bubble sort, the league is small -- and each
      *// member's finishing place within their division.
       RANK-DIVISION-MEMBERS.
           MOVE 'Y' TO WS-DIV-SWAPPED
           PERFORM UNTIL NOT DIV-SWAPPED
              MOVE 'N' TO WS-DIV-SWAPPED
              PERFORM VARYING WS-DIV-IND FROM 1 BY 1
                 UNTIL WS-DIV-IND > WS-DIV-COUNT - 1
                 IF DVE-DIVISION(WS-DIV-IND)
                    > DVE-DIVISION(WS-DIV-IND + 1)
                 OR (DVE-DIVISION(WS-DIV-IND)
                     EQUAL DVE-DIVISION(WS-DIV-IND + 1)
                     AND DVE-POINTS(WS-DIV-IND)
                         < DVE-POINTS(WS-DIV-IND + 1))
                 OR (DVE-DIVISION(WS-DIV-IND)
                     EQUAL DVE-DIVISION(WS-DIV-IND + 1)
                     AND DVE-POINTS(WS-DIV-IND)
                         EQUAL DVE-POINTS(WS-DIV-IND + 1)
                     AND DVE-WON(WS-DIV-IND)
                         < DVE-WON(WS-DIV-IND + 1))
                    MOVE WS-DIV-ENTRY(WS-DIV-IND) TO WS-DIV-TEMP-ENTRY
                    MOVE WS-DIV-ENTRY(WS-DIV-IND + 1)
                      TO WS-DIV-ENTRY(WS-DIV-IND)
                    MOVE WS-DIV-TEMP-ENTRY
                      TO WS-DIV-ENTRY(WS-DIV-IND + 1)
                    MOVE 'Y' TO WS-DIV-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACE TO WS-DIV-CURRENT
           PERFORM VARYING WS-DIV-IND FROM 1 BY 1
              UNTIL WS-DIV-IND > WS-DIV-COUNT
              IF DVE-DIVISION(WS-DIV-IND) NOT EQUAL WS-DIV-CURRENT
                 MOVE DVE-DIVISION(WS-DIV-IND) TO WS-DIV-CURRENT
                 MOVE 0 TO WS-DIV-RANK
              END-IF
              ADD 1 TO WS-DIV-RANK
              MOVE WS-DIV-RANK TO DVE-RANK(WS-DIV-IND)
           END-PERFORM
           MOVE SPACE TO WS-DIV-CURRENT
       .
      *// the configured number moves each way between a
      *// division and the one below, but never more than half of
      *// either -- so no player is both promoted and relegated,
      *// and every division keeps its size.
       SET-DIVISION-MOVES.
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              MOVE 0 TO DVL-MOVES(WS-DVL-IND)
              IF WS-DVL-IND < WS-DVL-COUNT
                 MOVE WS-PROMO-COUNT TO WS-DIV-MOVES
                 COMPUTE WS-DIV-HALF = DVL-SIZE(WS-DVL-IND) / 2
                 IF WS-DIV-HALF < WS-DIV-MOVES
                    MOVE WS-DIV-HALF TO WS-DIV-MOVES
                 END-IF
                 COMPUTE WS-DIV-HALF = DVL-SIZE(WS-DVL-IND + 1) / 2
                 IF WS-DIV-HALF < WS-DIV-MOVES
                    MOVE WS-DIV-HALF TO WS-DIV-MOVES
                 END-IF
                 MOVE WS-DIV-MOVES TO DVL-MOVES(WS-DVL-IND)
              END-IF
           END-PERFORM
           MOVE 0 TO WS-DIV-MOVED
           PERFORM VARYING WS-DIV-IND FROM 1 BY 1
              UNTIL WS-DIV-IND > WS-DIV-COUNT
              MOVE DVE-DIVISION(WS-DIV-IND) TO DVE-NEXT(WS-DIV-IND)
              PERFORM VARYING WS-DVL-I FROM 1 BY 1
                 UNTIL WS-DVL-I > WS-DVL-COUNT
                 IF DVL-CODE(WS-DVL-I) EQUAL DVE-DIVISION(WS-DIV-IND)
                    MOVE WS-DVL-I TO WS-DVL-IND
                    MOVE WS-DVL-COUNT TO WS-DVL-I
                 END-IF
              END-PERFORM
              IF WS-DVL-IND > 1
                 IF DVE-RANK(WS-DIV-IND)
                    <= DVL-MOVES(WS-DVL-IND - 1)
                    MOVE DVL-CODE(WS-DVL-IND - 1)
                      TO DVE-NEXT(WS-DIV-IND)
                    ADD 1 TO WS-DIV-MOVED
                 END-IF
              END-IF
              IF WS-DVL-IND < WS-DVL-COUNT
                 IF DVE-RANK(WS-DIV-IND) > DVL-SIZE(WS-DVL-IND)
                    - DVL-MOVES(WS-DVL-IND)
                    MOVE DVL-CODE(WS-DVL-IND + 1)
                      TO DVE-NEXT(WS-DIV-IND)
                    ADD 1 TO WS-DIV-MOVED
                 END-IF
              END-IF
           END-PERFORM
       .
      *// the notice-board report: each division's final
      *// standings with who goes up and who goes down, then next
      *// season's divisions in full.
       WRITE-DIVISION-MOVEMENTS.
           OPEN OUTPUT MOVEMENTS-REPORT-FILE
           MOVE 'END OF SEASON PROMOTION AND RELEGATION'
             TO MOVEMENTS-REPORT-REC
           WRITE MOVEMENTS-REPORT-REC
           MOVE SPACE TO WS-DIV-CURRENT
           PERFORM VARYING WS-DIV-IND FROM 1 BY 1
              UNTIL WS-DIV-IND > WS-DIV-COUNT
              IF DVE-DIVISION(WS-DIV-IND) NOT EQUAL WS-DIV-CURRENT
                 MOVE DVE-DIVISION(WS-DIV-IND) TO WS-DIV-CURRENT
                 MOVE SPACES TO MOVEMENTS-REPORT-REC
                 WRITE MOVEMENTS-REPORT-REC
                 MOVE SPACES TO MOVEMENTS-REPORT-REC
                 STRING 'DIVISION '              DELIMITED BY SIZE
                        WS-DIV-CURRENT           DELIMITED BY SIZE
                        ' FINAL STANDINGS'       DELIMITED BY SIZE
                        INTO MOVEMENTS-REPORT-REC
                 WRITE MOVEMENTS-REPORT-REC
              END-IF
              MOVE SPACES TO MOVEMENTS-REPORT-REC
              MOVE DVE-RANK(WS-DIV-IND) TO WS-DIV-RANK-EDIT
              MOVE DVE-POINTS(WS-DIV-IND) TO WS-DIV-POINTS-EDIT
              STRING '  '                        DELIMITED BY SIZE
                     WS-DIV-RANK-EDIT            DELIMITED BY SIZE
                     '. '                        DELIMITED BY SIZE
                     DVE-PLAYER(WS-DIV-IND)      DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DIV-POINTS-EDIT)
                                                 DELIMITED BY SIZE
                     ' pts'                      DELIMITED BY SIZE
                     INTO MOVEMENTS-REPORT-REC
              EVALUATE TRUE
                 WHEN DVE-NEXT(WS-DIV-IND) < DVE-DIVISION(WS-DIV-IND)
                    MOVE '-- PROMOTED to division '
                      TO MOVEMENTS-REPORT-REC(60:24)
                    MOVE DVE-NEXT(WS-DIV-IND)
                      TO MOVEMENTS-REPORT-REC(84:1)
                 WHEN DVE-NEXT(WS-DIV-IND) > DVE-DIVISION(WS-DIV-IND)
                    MOVE '-- RELEGATED to division '
                      TO MOVEMENTS-REPORT-REC(60:25)
                    MOVE DVE-NEXT(WS-DIV-IND)
                      TO MOVEMENTS-REPORT-REC(85:1)
              END-EVALUATE
              WRITE MOVEMENTS-REPORT-REC
           END-PERFORM
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              MOVE SPACES TO MOVEMENTS-REPORT-REC
              WRITE MOVEMENTS-REPORT-REC
              MOVE SPACES TO MOVEMENTS-REPORT-REC
              STRING 'NEXT SEASON DIVISION '     DELIMITED BY SIZE
                     DVL-CODE(WS-DVL-IND)        DELIMITED BY SIZE
                     INTO MOVEMENTS-REPORT-REC
              WRITE MOVEMENTS-REPORT-REC
              PERFORM VARYING WS-DIV-IND FROM 1 BY 1
                 UNTIL WS-DIV-IND > WS-DIV-COUNT
                 IF DVE-NEXT(WS-DIV-IND) EQUAL DVL-CODE(WS-DVL-IND)
                    MOVE SPACES TO MOVEMENTS-REPORT-REC
                    STRING '  '                  DELIMITED BY SIZE
                           DVE-PLAYER(WS-DIV-IND)
                                                 DELIMITED BY SIZE
                           INTO MOVEMENTS-REPORT-REC
                    WRITE MOVEMENTS-REPORT-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO MOVEMENTS-REPORT-REC
           WRITE MOVEMENTS-REPORT-REC
           MOVE WS-DIV-MOVED TO WS-DIV-POINTS-EDIT
           STRING 'Players changing division: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIV-POINTS-EDIT)
                                                 DELIMITED BY SIZE
                  INTO MOVEMENTS-REPORT-REC
           WRITE MOVEMENTS-REPORT-REC
           CLOSE MOVEMENTS-REPORT-FILE
           MOVE SPACE TO WS-DIV-CURRENT
       .
      *// next season's assignments in the assignments
      *// file's own layout, division by division.
       WRITE-NEXT-DIVISIONS.
           OPEN OUTPUT NEXT-DIVISIONS-FILE
           PERFORM VARYING WS-DVL-IND FROM 1 BY 1
              UNTIL WS-DVL-IND > WS-DVL-COUNT
              PERFORM VARYING WS-DIV-IND FROM 1 BY 1
                 UNTIL WS-DIV-IND > WS-DIV-COUNT
                 IF DVE-NEXT(WS-DIV-IND) EQUAL DVL-CODE(WS-DVL-IND)
                    MOVE SPACES TO NEXT-DIVISIONS-REC
                    MOVE DVE-PLAYER(WS-DIV-IND) TO ND-PLAYER-OUT
                    MOVE DVE-NEXT(WS-DIV-IND) TO ND-DIVISION-OUT
                    WRITE NEXT-DIVISIONS-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE NEXT-DIVISIONS-FILE
       .
      *// throw grouping and aim bias: every valid throw
      *// in the listed tournament batches (the run's own turn file
      *// when none are listed) is tallied per player, then each
      *// player gets a mean landing point, a spread, a plain verdict
      *// and the heat map of where their darts actually land.
       RUN-AIM-BIAS-REPORT.
           PERFORM WRITE-JOB-START
           IF NOT BOARD-LAYOUT-LOADED
              PERFORM LOAD-BOARD-LAYOUT
           END-IF
           COMPUTE WS-AIM-HALF-SPAN =
              RING-RADIUS(WS-RING-COUNT) * 1.2
           COMPUTE WS-AIM-CELL-SPAN =
              WS-AIM-HALF-SPAN * 2 / WS-AIM-GRID-SIZE
           IF WS-AIM-BATCH-COUNT EQUAL 0
              MOVE 1 TO WS-AIM-BATCH-COUNT
              MOVE WS-TURN-FILE-PATH TO WS-AIM-BATCH-PATH(1)
           END-IF
           OPEN OUTPUT AIM-REPORT-FILE
           MOVE SPACES TO AIM-REPORT-REC
           IF AIM-RANGE-SET
              STRING 'THROW GROUPING AND AIM BIAS - batches dated '
                                                 DELIMITED BY SIZE
                     WS-AIM-FROM-DATE            DELIMITED BY SIZE
                     ' to '                      DELIMITED BY SIZE
                     WS-AIM-TO-DATE              DELIMITED BY SIZE
                     INTO AIM-REPORT-REC
           ELSE
              MOVE 'THROW GROUPING AND AIM BIAS - all listed batches'
                TO AIM-REPORT-REC
           END-IF
           WRITE AIM-REPORT-REC
           MOVE SPACES TO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           PERFORM VARYING WS-AIM-BATCH-IND FROM 1 BY 1
              UNTIL WS-AIM-BATCH-IND > WS-AIM-BATCH-COUNT
              MOVE WS-AIM-BATCH-PATH(WS-AIM-BATCH-IND)
                TO WS-TURN-FILE-PATH
              PERFORM TALLY-AIM-BATCH
           END-PERFORM
           MOVE SPACES TO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           MOVE SPACES TO AIM-REPORT-REC
           MOVE WS-AIM-CELL-SPAN TO WS-AIM-SPAN-EDIT
           STRING 'grid: + centre  . ring line  '
                                                 DELIMITED BY SIZE
                  ': o O @ landing density, light to heavy; '
                                                 DELIMITED BY SIZE
                  'one cell = '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-SPAN-EDIT)
                                                 DELIMITED BY SIZE
                  ' units'                       DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           IF WS-AIM-COUNT EQUAL 0
              MOVE SPACES TO AIM-REPORT-REC
              WRITE AIM-REPORT-REC
              MOVE 'NO THROWS IN THE SELECTED BATCHES'
                TO AIM-REPORT-REC
              WRITE AIM-REPORT-REC
           END-IF
           PERFORM VARYING WS-AIM-I FROM 1 BY 1
              UNTIL WS-AIM-I > WS-AIM-COUNT
              PERFORM WRITE-AIM-PLAYER
           END-PERFORM
           CLOSE AIM-REPORT-FILE
           MOVE WS-AIM-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// one batch: see that it is there and where its HDR
      *// date puts it, then tally its valid turns. Malformed turns
      *// are counted, not written -- the exceptions report belongs
      *// to the round that posted the batch.
       TALLY-AIM-BATCH.
           MOVE SPACES TO WS-AIM-BATCH-DATE
           MOVE 0 TO WS-AIM-BATCH-TURNS
           MOVE 0 TO WS-AIM-BATCH-REJECTS
           OPEN INPUT AIM-BATCH-FILE
           IF WS-AIM-BATCH-STATUS NOT EQUAL '00'
              MOVE 'not found' TO WS-AIM-BATCH-NOTE
              PERFORM WRITE-AIM-BATCH-LINE
              EXIT PARAGRAPH
           END-IF
           READ AIM-BATCH-FILE
              AT END CONTINUE
              NOT AT END
                 IF AIM-BATCH-REC(1:3) EQUAL 'HDR'
                    MOVE AIM-BATCH-REC(4:8) TO WS-AIM-BATCH-DATE
                 END-IF
           END-READ
           CLOSE AIM-BATCH-FILE
           IF AIM-RANGE-SET
              IF WS-AIM-BATCH-DATE EQUAL SPACES
                 MOVE 'skipped, no HDR feed date'
                   TO WS-AIM-BATCH-NOTE
                 PERFORM WRITE-AIM-BATCH-LINE
                 EXIT PARAGRAPH
              END-IF
              IF WS-AIM-BATCH-DATE < WS-AIM-FROM-DATE
              OR WS-AIM-BATCH-DATE > WS-AIM-TO-DATE
                 MOVE 'skipped, outside date range'
                   TO WS-AIM-BATCH-NOTE
                 PERFORM WRITE-AIM-BATCH-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-AIM-BATCHES-USED
           OPEN INPUT TURN-FILE
           MOVE 'N' TO WS-EOF-TURNS
           READ TURN-FILE
              AT END MOVE 'Y' TO WS-EOF-TURNS
           END-READ
           PERFORM UNTIL END-OF-TURNS
              IF TURN-REC(1:3) EQUAL 'HDR' OR 'TRL'
                 READ TURN-FILE
                    AT END MOVE 'Y' TO WS-EOF-TURNS
                 END-READ
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WS-JH-READ
              IF TR-PLAYER-NAME NOT EQUAL SPACES
                 MOVE TR-PLAYER-NAME TO WS-RESOLVE-NAME
                 PERFORM RESOLVE-PLAYER-NAME
                 MOVE WS-RESOLVE-NAME TO TR-PLAYER-NAME
              END-IF
              PERFORM VALIDATE-TURN-RECORD
              IF TURN-IS-VALID
                 ADD 1 TO WS-AIM-BATCH-TURNS
                 MOVE TR-PLAYER-NAME TO WS-CURRENT-PLAYER
                 PERFORM FIND-OR-ADD-AIM-ENTRY
                 IF WS-AIM-CUR > 0
                    PERFORM VARYING WS-THROW-IND FROM 1 BY 1
                       UNTIL WS-THROW-IND > 3
                       MOVE TR-THROW-X(WS-THROW-IND) TO WS-X
                       MOVE TR-THROW-Y(WS-THROW-IND) TO WS-Y
                       PERFORM TALLY-AIM-THROW
                    END-PERFORM
                 END-IF
              ELSE
                 ADD 1 TO WS-AIM-BATCH-REJECTS
                 ADD 1 TO WS-JH-REJECTS
              END-IF
              READ TURN-FILE
                 AT END MOVE 'Y' TO WS-EOF-TURNS
              END-READ
           END-PERFORM
           CLOSE TURN-FILE
           MOVE SPACES TO WS-AIM-BATCH-NOTE
           MOVE WS-AIM-BATCH-TURNS TO WS-AIM-COUNT-EDIT
           MOVE WS-AIM-BATCH-REJECTS TO WS-AIM-COUNT-EDIT2
           STRING FUNCTION TRIM(WS-AIM-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                  ' turns, '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-COUNT-EDIT2)
                                                 DELIMITED BY SIZE
                  ' rejected'                    DELIMITED BY SIZE
                  INTO WS-AIM-BATCH-NOTE
           PERFORM WRITE-AIM-BATCH-LINE
       .
       WRITE-AIM-BATCH-LINE.
           MOVE SPACES TO AIM-REPORT-REC
           IF WS-AIM-BATCH-DATE EQUAL SPACES
              STRING 'batch '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TURN-FILE-PATH)
                                                 DELIMITED BY SIZE
                     ' (undated): '              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AIM-BATCH-NOTE)
                                                 DELIMITED BY SIZE
                     INTO AIM-REPORT-REC
           ELSE
              STRING 'batch '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TURN-FILE-PATH)
                                                 DELIMITED BY SIZE
                     ' ('                        DELIMITED BY SIZE
                     WS-AIM-BATCH-DATE           DELIMITED BY SIZE
                     '): '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AIM-BATCH-NOTE)
                                                 DELIMITED BY SIZE
                     INTO AIM-REPORT-REC
           END-IF
           WRITE AIM-REPORT-REC
       .
       FIND-OR-ADD-AIM-ENTRY.
           MOVE 0 TO WS-AIM-CUR
           PERFORM VARYING WS-AIM-I FROM 1 BY 1
              UNTIL WS-AIM-I > WS-AIM-COUNT
              IF AIM-PLAYER(WS-AIM-I) EQUAL WS-CURRENT-PLAYER
                 MOVE WS-AIM-I TO WS-AIM-CUR
                 MOVE WS-AIM-COUNT TO WS-AIM-I
              END-IF
           END-PERFORM
           IF WS-AIM-CUR EQUAL 0
              IF WS-AIM-COUNT < 200
                 ADD 1 TO WS-AIM-COUNT
                 MOVE WS-AIM-COUNT TO WS-AIM-CUR
                 INITIALIZE WS-AIM-ENTRY(WS-AIM-CUR)
                 MOVE WS-CURRENT-PLAYER TO AIM-PLAYER(WS-AIM-CUR)
              END-IF
           END-IF
       .
      *// a throw off the edge of the grid still counts in
      *// the mean and spread -- it just has no cell to land in.
       TALLY-AIM-THROW.
           ADD 1 TO AIM-THROWS(WS-AIM-CUR)
           ADD WS-X TO AIM-SUM-X(WS-AIM-CUR)
           ADD WS-Y TO AIM-SUM-Y(WS-AIM-CUR)
           COMPUTE AIM-SUM-XX(WS-AIM-CUR) =
              AIM-SUM-XX(WS-AIM-CUR) + WS-X * WS-X
           COMPUTE AIM-SUM-YY(WS-AIM-CUR) =
              AIM-SUM-YY(WS-AIM-CUR) + WS-Y * WS-Y
           IF WS-X + WS-AIM-HALF-SPAN <= 0
           OR WS-X >= WS-AIM-HALF-SPAN
           OR WS-Y + WS-AIM-HALF-SPAN <= 0
           OR WS-Y >= WS-AIM-HALF-SPAN
              ADD 1 TO AIM-OFF-GRID(WS-AIM-CUR)
              EXIT PARAGRAPH
           END-IF
      *// column 1 is the left edge, row 1 the top edge.
           COMPUTE WS-AIM-COL-IND =
              (WS-X + WS-AIM-HALF-SPAN) / WS-AIM-CELL-SPAN + 1
           COMPUTE WS-AIM-ROW-IND =
              (WS-AIM-HALF-SPAN - WS-Y) / WS-AIM-CELL-SPAN + 1
           IF WS-AIM-COL-IND > WS-AIM-GRID-SIZE
              MOVE WS-AIM-GRID-SIZE TO WS-AIM-COL-IND
           END-IF
           IF WS-AIM-ROW-IND > WS-AIM-GRID-SIZE
              MOVE WS-AIM-GRID-SIZE TO WS-AIM-ROW-IND
           END-IF
           IF AIM-CELL(WS-AIM-CUR, WS-AIM-ROW-IND, WS-AIM-COL-IND)
              < 999
              ADD 1 TO
                 AIM-CELL(WS-AIM-CUR, WS-AIM-ROW-IND, WS-AIM-COL-IND)
           END-IF
       .
      *// mean, spread (standard deviation across and up
      *// the board, and radially), the verdict, then the map.
       WRITE-AIM-PLAYER.
           IF AIM-THROWS(WS-AIM-I) EQUAL 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AIM-MEAN-X ROUNDED =
              AIM-SUM-X(WS-AIM-I) / AIM-THROWS(WS-AIM-I)
           COMPUTE WS-AIM-MEAN-Y ROUNDED =
              AIM-SUM-Y(WS-AIM-I) / AIM-THROWS(WS-AIM-I)
           COMPUTE WS-AIM-VAR-X ROUNDED =
              AIM-SUM-XX(WS-AIM-I) / AIM-THROWS(WS-AIM-I)
              - WS-AIM-MEAN-X * WS-AIM-MEAN-X
           COMPUTE WS-AIM-VAR-Y ROUNDED =
              AIM-SUM-YY(WS-AIM-I) / AIM-THROWS(WS-AIM-I)
              - WS-AIM-MEAN-Y * WS-AIM-MEAN-Y
           IF WS-AIM-VAR-X < 0
              MOVE 0 TO WS-AIM-VAR-X
           END-IF
           IF WS-AIM-VAR-Y < 0
              MOVE 0 TO WS-AIM-VAR-Y
           END-IF
           COMPUTE WS-AIM-SPREAD-X ROUNDED =
              FUNCTION SQRT(WS-AIM-VAR-X)
           COMPUTE WS-AIM-SPREAD-Y ROUNDED =
              FUNCTION SQRT(WS-AIM-VAR-Y)
           COMPUTE WS-AIM-SPREAD-R ROUNDED =
              FUNCTION SQRT(WS-AIM-VAR-X + WS-AIM-VAR-Y)
           COMPUTE WS-AIM-OFFSET ROUNDED =
              FUNCTION SQRT(WS-AIM-MEAN-X ** 2 + WS-AIM-MEAN-Y ** 2)
           PERFORM JUDGE-AIM-BIAS
           MOVE SPACES TO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           MOVE SPACES TO AIM-REPORT-REC
           MOVE AIM-THROWS(WS-AIM-I) TO WS-AIM-COUNT-EDIT
           MOVE AIM-OFF-GRID(WS-AIM-I) TO WS-AIM-COUNT-EDIT2
           STRING FUNCTION TRIM(AIM-PLAYER(WS-AIM-I))
                                                 DELIMITED BY SIZE
                  ': throws='                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                  ' off-map='                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-COUNT-EDIT2)
                                                 DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           MOVE SPACES TO AIM-REPORT-REC
           MOVE WS-AIM-MEAN-X TO WS-AIM-MEAN-X-EDIT
           MOVE WS-AIM-MEAN-Y TO WS-AIM-MEAN-Y-EDIT
           MOVE WS-AIM-SPREAD-X TO WS-AIM-SPREAD-X-EDIT
           MOVE WS-AIM-SPREAD-Y TO WS-AIM-SPREAD-Y-EDIT
           MOVE WS-AIM-SPREAD-R TO WS-AIM-SPREAD-R-EDIT
           STRING '  mean landing x='            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-MEAN-X-EDIT)
                                                 DELIMITED BY SIZE
                  ' y='                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-MEAN-Y-EDIT)
                                                 DELIMITED BY SIZE
                  '  spread across='             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-SPREAD-X-EDIT)
                                                 DELIMITED BY SIZE
                  ' up='                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-SPREAD-Y-EDIT)
                                                 DELIMITED BY SIZE
                  ' radial='                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-SPREAD-R-EDIT)
                                                 DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           MOVE SPACES TO AIM-REPORT-REC
           STRING '  verdict: '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-VERDICT)  DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           PERFORM WRITE-AIM-GRID
       .
      *// the bias reads off the mean landing point: within
      *// tolerance of the centre is no bias; otherwise the compass
      *// direction, where a component under about a third of the
      *// offset (22.5 degrees) is too small to name.
       JUDGE-AIM-BIAS.
           MOVE SPACES TO WS-AIM-VERDICT
           IF AIM-THROWS(WS-AIM-I) < WS-AIM-MIN-THROWS
              MOVE 'too few throws to judge' TO WS-AIM-VERDICT
              EXIT PARAGRAPH
           END-IF
           IF WS-AIM-OFFSET <= WS-AIM-TOLERANCE
              MOVE 'grouped on the centre, no aim bias'
                TO WS-AIM-VERDICT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AIM-VERTICAL
           MOVE SPACES TO WS-AIM-HORIZONTAL
           IF FUNCTION ABS(WS-AIM-MEAN-Y) >= WS-AIM-OFFSET * 0.38
              IF WS-AIM-MEAN-Y < 0
                 MOVE 'low' TO WS-AIM-VERTICAL
              ELSE
                 MOVE 'high' TO WS-AIM-VERTICAL
              END-IF
           END-IF
           IF FUNCTION ABS(WS-AIM-MEAN-X) >= WS-AIM-OFFSET * 0.38
              IF WS-AIM-MEAN-X < 0
                 MOVE 'left' TO WS-AIM-HORIZONTAL
              ELSE
                 MOVE 'right' TO WS-AIM-HORIZONTAL
              END-IF
           END-IF
           MOVE SPACES TO WS-AIM-DIRECTION
           EVALUATE TRUE
              WHEN WS-AIM-VERTICAL EQUAL SPACES
                 MOVE WS-AIM-HORIZONTAL TO WS-AIM-DIRECTION
              WHEN WS-AIM-HORIZONTAL EQUAL SPACES
                 MOVE WS-AIM-VERTICAL TO WS-AIM-DIRECTION
              WHEN OTHER
                 STRING FUNCTION TRIM(WS-AIM-VERTICAL)
                                                 DELIMITED BY SIZE
                        '-'                      DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AIM-HORIZONTAL)
                                                 DELIMITED BY SIZE
                        INTO WS-AIM-DIRECTION
           END-EVALUATE
           COMPUTE WS-AIM-OFFSET-EDIT ROUNDED = WS-AIM-OFFSET
           STRING 'tends '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-DIRECTION)
                                                 DELIMITED BY SIZE
                  ' by '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-OFFSET-EDIT)
                                                 DELIMITED BY SIZE
                  INTO WS-AIM-VERDICT
       .
      *// the heat map, top row first: each cell's mark is
      *// scaled against the player's busiest cell, and an empty
      *// cell shows the board itself -- ring lines and the centre.
       WRITE-AIM-GRID.
           MOVE 0 TO WS-AIM-CELL-MAX
           PERFORM VARYING WS-AIM-ROW-IND FROM 1 BY 1
              UNTIL WS-AIM-ROW-IND > WS-AIM-GRID-SIZE
              PERFORM VARYING WS-AIM-COL-IND FROM 1 BY 1
                 UNTIL WS-AIM-COL-IND > WS-AIM-GRID-SIZE
                 IF AIM-CELL(WS-AIM-I, WS-AIM-ROW-IND, WS-AIM-COL-IND)
                    > WS-AIM-CELL-MAX
                    MOVE AIM-CELL(WS-AIM-I, WS-AIM-ROW-IND,
                                  WS-AIM-COL-IND)
                      TO WS-AIM-CELL-MAX
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO AIM-REPORT-REC
           STRING '    +'                        DELIMITED BY SIZE
                  WS-AIM-GRID-BORDER             DELIMITED BY SIZE
                  '+'                            DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
           PERFORM VARYING WS-AIM-ROW-IND FROM 1 BY 1
              UNTIL WS-AIM-ROW-IND > WS-AIM-GRID-SIZE
              MOVE SPACES TO WS-AIM-GRID-LINE
              PERFORM VARYING WS-AIM-COL-IND FROM 1 BY 1
                 UNTIL WS-AIM-COL-IND > WS-AIM-GRID-SIZE
                 PERFORM SET-AIM-GRID-MARK
                 MOVE WS-AIM-MARK
                   TO WS-AIM-GRID-LINE(WS-AIM-COL-IND * 2 - 1:1)
              END-PERFORM
              MOVE SPACES TO AIM-REPORT-REC
              STRING '    |'                     DELIMITED BY SIZE
                     WS-AIM-GRID-LINE            DELIMITED BY SIZE
                     '|'                         DELIMITED BY SIZE
                     INTO AIM-REPORT-REC
              WRITE AIM-REPORT-REC
           END-PERFORM
           MOVE SPACES TO AIM-REPORT-REC
           STRING '    +'                        DELIMITED BY SIZE
                  WS-AIM-GRID-BORDER             DELIMITED BY SIZE
                  '+'                            DELIMITED BY SIZE
                  INTO AIM-REPORT-REC
           WRITE AIM-REPORT-REC
       .
       SET-AIM-GRID-MARK.
           IF AIM-CELL(WS-AIM-I, WS-AIM-ROW-IND, WS-AIM-COL-IND) > 0
              COMPUTE WS-AIM-LEVEL =
                 (AIM-CELL(WS-AIM-I, WS-AIM-ROW-IND, WS-AIM-COL-IND)
                  * 4 - 1) / WS-AIM-CELL-MAX + 1
              MOVE WS-AIM-HEAT-CHARS(WS-AIM-LEVEL:1) TO WS-AIM-MARK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-AIM-MARK
           IF WS-AIM-ROW-IND EQUAL WS-AIM-GRID-CENTRE
           AND WS-AIM-COL-IND EQUAL WS-AIM-GRID-CENTRE
              MOVE '+' TO WS-AIM-MARK
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AIM-CELL-X =
              (WS-AIM-COL-IND - 0.5) * WS-AIM-CELL-SPAN
              - WS-AIM-HALF-SPAN
           COMPUTE WS-AIM-CELL-Y =
              WS-AIM-HALF-SPAN
              - (WS-AIM-ROW-IND - 0.5) * WS-AIM-CELL-SPAN
           COMPUTE WS-AIM-CELL-DIST =
              FUNCTION SQRT(WS-AIM-CELL-X ** 2 + WS-AIM-CELL-Y ** 2)
           PERFORM VARYING WS-RING-IND FROM 1 BY 1
              UNTIL WS-RING-IND > WS-RING-COUNT
              IF FUNCTION ABS(WS-AIM-CELL-DIST
                    - RING-RADIUS(WS-RING-IND))
                 <= WS-AIM-CELL-SPAN / 2
                 MOVE '.' TO WS-AIM-MARK
                 MOVE WS-RING-COUNT TO WS-RING-IND
              END-IF
           END-PERFORM
       .
      *// the season's fixture register, held in store for
      *// the run; no register on file leaves the match batch going
      *// by the fixture records alone.
       LOAD-FIXTURE-REGISTER.
           MOVE 0 TO WS-FR-COUNT
           MOVE 'N' TO WS-FR-LOADED
           MOVE 'N' TO WS-FR-CHANGED
           OPEN INPUT FIXTURE-REGISTER-FILE
           IF WS-FIXTURE-REGISTER-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FR-LOADED
           PERFORM UNTIL WS-FIXTURE-REGISTER-STATUS NOT EQUAL '00'
              READ FIXTURE-REGISTER-FILE
                 AT END MOVE '10' TO WS-FIXTURE-REGISTER-STATUS
                 NOT AT END
                    IF WS-FR-COUNT < 600
                       ADD 1 TO WS-FR-COUNT
                       MOVE FIXTURE-REGISTER-REC
                         TO WS-FR-ENTRY(WS-FR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FIXTURE-REGISTER-FILE
       .
      *// the register row for a home/away pairing; where a
      *// pairing appears twice the first one not yet posted wins.
       FIND-REGISTER-FIXTURE.
           MOVE 0 TO WS-FR-CUR
           PERFORM VARYING WS-FR-IND FROM 1 BY 1
              UNTIL WS-FR-IND > WS-FR-COUNT
              IF FRE-HOME(WS-FR-IND) EQUAL WS-FR-LOOKUP-HOME
              AND FRE-AWAY(WS-FR-IND) EQUAL WS-FR-LOOKUP-AWAY
                 IF WS-FR-CUR EQUAL 0
                    MOVE WS-FR-IND TO WS-FR-CUR
                 ELSE
                    IF FRE-POSTED(WS-FR-CUR) EQUAL 'Y'
                    AND FRE-POSTED(WS-FR-IND) NOT EQUAL 'Y'
                       MOVE WS-FR-IND TO WS-FR-CUR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
       .
      *// the register as it stands goes to <register>.bak
      *// before it is rewritten.
       BACKUP-FIXTURE-REGISTER.
           MOVE SPACES TO WS-FIXTURE-REGISTER-BAK-PATH
           STRING FUNCTION TRIM(WS-FIXTURE-REGISTER-PATH)
                                                 DELIMITED BY SIZE
                  '.bak'                         DELIMITED BY SIZE
                  INTO WS-FIXTURE-REGISTER-BAK-PATH
           OPEN INPUT FIXTURE-REGISTER-FILE
           IF WS-FIXTURE-REGISTER-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FIXTURE-REGISTER-BAK-FILE
           PERFORM UNTIL WS-FIXTURE-REGISTER-STATUS NOT EQUAL '00'
              READ FIXTURE-REGISTER-FILE
                 AT END MOVE '10' TO WS-FIXTURE-REGISTER-STATUS
                 NOT AT END
                    MOVE FIXTURE-REGISTER-REC
                      TO FIXTURE-REGISTER-BAK-REC
                    WRITE FIXTURE-REGISTER-BAK-REC
              END-READ
           END-PERFORM
           CLOSE FIXTURE-REGISTER-BAK-FILE
           CLOSE FIXTURE-REGISTER-FILE
       .
       SAVE-FIXTURE-REGISTER.
           PERFORM BACKUP-FIXTURE-REGISTER
           OPEN OUTPUT FIXTURE-REGISTER-FILE
           PERFORM VARYING WS-FR-IND FROM 1 BY 1
              UNTIL WS-FR-IND > WS-FR-COUNT
              MOVE WS-FR-ENTRY(WS-FR-IND) TO FIXTURE-REGISTER-REC
              WRITE FIXTURE-REGISTER-REC
           END-PERFORM
           CLOSE FIXTURE-REGISTER-FILE
           MOVE 'N' TO WS-FR-CHANGED
       .
      *// fixture status changes from the league secretary:
      *// postponed with a new date, conceded, voided, or put back
      *// to scheduled. Each change is checked against the register
      *// and applied or refused with its reason; the outstanding
      *// fixtures report follows every run, changes or none.
       RUN-FIXTURE-STATUS.
           PERFORM WRITE-JOB-START
           ACCEPT WS-FEED-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FIXTURE-REGISTER
           IF NOT FIXTURE-REGISTER-LOADED
              DISPLAY 'darts fixture status: no fixture register '
                 FUNCTION TRIM(WS-FIXTURE-REGISTER-PATH)
                 ', nothing to update'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT FIXTURE-STATUS-REPORT-FILE
           MOVE 'FIXTURE STATUS CHANGES' TO FIXTURE-STATUS-REPORT-REC
           WRITE FIXTURE-STATUS-REPORT-REC
           OPEN INPUT FIXTURE-STATUS-FILE
           IF WS-FIXTURE-STATUS-STATUS EQUAL '00'
              PERFORM UNTIL WS-FIXTURE-STATUS-STATUS NOT EQUAL '00'
                 READ FIXTURE-STATUS-FILE
                    AT END MOVE '10' TO WS-FIXTURE-STATUS-STATUS
                    NOT AT END PERFORM APPLY-FIXTURE-STATUS-CHANGE
                 END-READ
              END-PERFORM
              CLOSE FIXTURE-STATUS-FILE
           ELSE
              MOVE '  no status changes on file'
                TO FIXTURE-STATUS-REPORT-REC
              WRITE FIXTURE-STATUS-REPORT-REC
           END-IF
           CLOSE FIXTURE-STATUS-REPORT-FILE
           IF FIXTURE-REGISTER-CHANGED
              PERFORM SAVE-FIXTURE-REGISTER
           END-IF
           PERFORM WRITE-OUTSTANDING-FIXTURES
           PERFORM WRITE-JOB-HISTORY
       .
       APPLY-FIXTURE-STATUS-CHANGE.
           IF FIXTURE-STATUS-REC EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JH-READ
           MOVE FT-HOME-PLAYER TO WS-RESOLVE-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVE-NAME TO FT-HOME-PLAYER
           MOVE FT-AWAY-PLAYER TO WS-RESOLVE-NAME
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVE-NAME TO FT-AWAY-PLAYER
           MOVE FT-HOME-PLAYER TO WS-FR-LOOKUP-HOME
           MOVE FT-AWAY-PLAYER TO WS-FR-LOOKUP-AWAY
           PERFORM FIND-REGISTER-FIXTURE
           MOVE SPACES TO WS-FXS-REASON
           EVALUATE TRUE
              WHEN WS-FR-CUR EQUAL 0
                 MOVE 'not on the fixture register'
                   TO WS-FXS-REASON
              WHEN FT-STATUS NOT EQUAL 'S' AND NOT EQUAL 'D'
               AND NOT EQUAL 'F' AND NOT EQUAL 'V'
                 MOVE 'status must be S, D, F or V'
                   TO WS-FXS-REASON
              WHEN FRE-POSTED(WS-FR-CUR) EQUAL 'Y'
                 MOVE 'result already posted to the tables'
                   TO WS-FXS-REASON
              WHEN FT-STATUS EQUAL 'D'
               AND FT-STATUS-DATE NOT NUMERIC
                 MOVE 'postponement needs a yyyymmdd date'
                   TO WS-FXS-REASON
              WHEN FT-STATUS EQUAL 'F'
               AND FT-FORFEIT-BY NOT EQUAL 'H'
               AND FT-FORFEIT-BY NOT EQUAL 'A'
                 MOVE 'forfeit needs the conceding side, H or A'
                   TO WS-FXS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO FIXTURE-STATUS-REPORT-REC
           IF WS-FXS-REASON NOT EQUAL SPACES
              ADD 1 TO WS-JH-REJECTS
              STRING '  REFUSED '                DELIMITED BY SIZE
                     FUNCTION TRIM(FT-HOME-PLAYER)
                                                 DELIMITED BY SIZE
                     ' v '                       DELIMITED BY SIZE
                     FUNCTION TRIM(FT-AWAY-PLAYER)
                                                 DELIMITED BY SIZE
                     ' status '                  DELIMITED BY SIZE
                     FT-STATUS                   DELIMITED BY SIZE
                     ' -- '                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FXS-REASON)
                                                 DELIMITED BY SIZE
                     INTO FIXTURE-STATUS-REPORT-REC
              WRITE FIXTURE-STATUS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE FT-STATUS TO FRE-STATUS(WS-FR-CUR)
           MOVE SPACES TO FRE-STATUS-DATE(WS-FR-CUR)
           MOVE SPACES TO FRE-FORFEIT-BY(WS-FR-CUR)
           MOVE SPACES TO WS-FXS-NOTE
           EVALUATE FT-STATUS
              WHEN 'D'
                 MOVE FT-STATUS-DATE TO FRE-STATUS-DATE(WS-FR-CUR)
      *// a fixture put back more than once stays dated from
      *// its first postponement, so its age on the outstanding
      *// list is the whole wait.
                 IF FRE-POSTPONED-ON(WS-FR-CUR) EQUAL SPACES
                    MOVE WS-FEED-RUN-DATE
                      TO FRE-POSTPONED-ON(WS-FR-CUR)
                 END-IF
                 STRING 'postponed to '          DELIMITED BY SIZE
                        FT-STATUS-DATE           DELIMITED BY SIZE
                        INTO WS-FXS-NOTE
              WHEN 'F'
                 MOVE FT-FORFEIT-BY TO FRE-FORFEIT-BY(WS-FR-CUR)
                 IF FT-FORFEIT-BY EQUAL 'H'
                    MOVE FT-HOME-PLAYER TO WS-FXS-WINNER
                 ELSE
                    MOVE FT-AWAY-PLAYER TO WS-FXS-WINNER
                 END-IF
                 STRING 'forfeit, conceded by '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FXS-WINNER)
                                                 DELIMITED BY SIZE
                        INTO WS-FXS-NOTE
              WHEN 'V'
                 MOVE 'void' TO WS-FXS-NOTE
              WHEN OTHER
                 MOVE SPACES TO FRE-POSTPONED-ON(WS-FR-CUR)
                 MOVE 'scheduled' TO WS-FXS-NOTE
           END-EVALUATE
           MOVE 'Y' TO WS-FR-CHANGED
           ADD 1 TO WS-JH-WRITTEN
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(FT-HOME-PLAYER)  DELIMITED BY SIZE
                  ' v '                          DELIMITED BY SIZE
                  FUNCTION TRIM(FT-AWAY-PLAYER)  DELIMITED BY SIZE
                  ' -- now '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXS-NOTE)     DELIMITED BY SIZE
                  INTO FIXTURE-STATUS-REPORT-REC
           WRITE FIXTURE-STATUS-REPORT-REC
       .
      *// every fixture postponed and not yet replayed, the
      *// longest-waiting first; one already past its rescheduled
      *// date is flagged, it should have been played by now.
       WRITE-OUTSTANDING-FIXTURES.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-OVERDUE
           PERFORM VARYING WS-FR-IND FROM 1 BY 1
              UNTIL WS-FR-IND > WS-FR-COUNT
              IF FRE-STATUS(WS-FR-IND) EQUAL 'D'
                 ADD 1 TO WS-OUT-COUNT
                 MOVE FRE-POSTPONED-ON(WS-FR-IND)
                   TO OUT-KEY(WS-OUT-COUNT)(1:8)
                 MOVE FRE-ROUND(WS-FR-IND)
                   TO OUT-KEY(WS-OUT-COUNT)(9:2)
                 MOVE WS-FR-IND TO OUT-FR-IND(WS-OUT-COUNT)
              END-IF
           END-PERFORM
           MOVE 'Y' TO WS-OUT-SWAPPED
           PERFORM UNTIL NOT OUT-SWAPPED
              MOVE 'N' TO WS-OUT-SWAPPED
              PERFORM VARYING WS-OUT-IND FROM 1 BY 1
                 UNTIL WS-OUT-IND > WS-OUT-COUNT - 1
                 IF OUT-KEY(WS-OUT-IND) > OUT-KEY(WS-OUT-IND + 1)
                    MOVE WS-OUT-ENTRY(WS-OUT-IND) TO WS-OUT-TEMP-ENTRY
                    MOVE WS-OUT-ENTRY(WS-OUT-IND + 1)
                      TO WS-OUT-ENTRY(WS-OUT-IND)
                    MOVE WS-OUT-TEMP-ENTRY
                      TO WS-OUT-ENTRY(WS-OUT-IND + 1)
                    MOVE 'Y' TO WS-OUT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE 'OUTSTANDING FIXTURES -- POSTPONED, NOT YET REPLAYED'
             TO OUTSTANDING-REPORT-REC
           WRITE OUTSTANDING-REPORT-REC
           MOVE SPACES TO OUTSTANDING-REPORT-REC
           STRING 'as at '                       DELIMITED BY SIZE
                  WS-FEED-RUN-DATE               DELIMITED BY SIZE
                  ', oldest postponement first'  DELIMITED BY SIZE
                  INTO OUTSTANDING-REPORT-REC
           WRITE OUTSTANDING-REPORT-REC
           PERFORM VARYING WS-OUT-IND FROM 1 BY 1
              UNTIL WS-OUT-IND > WS-OUT-COUNT
              MOVE OUT-FR-IND(WS-OUT-IND) TO WS-FR-IND
              MOVE FRE-ROUND(WS-FR-IND) TO WS-FR-ROUND-EDIT
              MOVE SPACES TO WS-MATCH-DIV-TAG
              IF FRE-DIVISION(WS-FR-IND) NOT EQUAL SPACE
                 STRING ' [division '            DELIMITED BY SIZE
                        FRE-DIVISION(WS-FR-IND)  DELIMITED BY SIZE
                        ']'                      DELIMITED BY SIZE
                        INTO WS-MATCH-DIV-TAG
              END-IF
              MOVE SPACES TO WS-FXS-NOTE
              EVALUATE TRUE
                 WHEN FRE-STATUS-DATE(WS-FR-IND) NOT NUMERIC
                    MOVE 'no new date' TO WS-FXS-NOTE
                 WHEN FRE-STATUS-DATE(WS-FR-IND) < WS-FEED-RUN-DATE
                    ADD 1 TO WS-OUT-OVERDUE
                    STRING 'due '                DELIMITED BY SIZE
                           FRE-STATUS-DATE(WS-FR-IND)
                                                 DELIMITED BY SIZE
                           ' OVERDUE'            DELIMITED BY SIZE
                           INTO WS-FXS-NOTE
                 WHEN OTHER
                    STRING 'due '                DELIMITED BY SIZE
                           FRE-STATUS-DATE(WS-FR-IND)
                                                 DELIMITED BY SIZE
                           INTO WS-FXS-NOTE
              END-EVALUATE
              MOVE SPACES TO OUTSTANDING-REPORT-REC
              STRING '  round '                  DELIMITED BY SIZE
                     WS-FR-ROUND-EDIT            DELIMITED BY SIZE
                     '  postponed '              DELIMITED BY SIZE
                     FRE-POSTPONED-ON(WS-FR-IND) DELIMITED BY SIZE
                     '  '                        DELIMITED BY SIZE
                     FUNCTION TRIM(FRE-HOME(WS-FR-IND))
                                                 DELIMITED BY SIZE
                     ' v '                       DELIMITED BY SIZE
                     FUNCTION TRIM(FRE-AWAY(WS-FR-IND))
                                                 DELIMITED BY SIZE
                     ' -- '                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FXS-NOTE)  DELIMITED BY SIZE
                     WS-MATCH-DIV-TAG            DELIMITED BY SIZE
                     INTO OUTSTANDING-REPORT-REC
              WRITE OUTSTANDING-REPORT-REC
           END-PERFORM
           MOVE SPACES TO OUTSTANDING-REPORT-REC
           MOVE WS-OUT-COUNT TO WS-OUT-COUNT-EDIT
           MOVE WS-OUT-OVERDUE TO WS-OUT-OVERDUE-EDIT
           STRING FUNCTION TRIM(WS-OUT-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                  ' outstanding, '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-OVERDUE-EDIT)
                                                 DELIMITED BY SIZE
                  ' past their rescheduled date' DELIMITED BY SIZE
                  INTO OUTSTANDING-REPORT-REC
           WRITE OUTSTANDING-REPORT-REC
           CLOSE OUTSTANDING-REPORT-FILE
       .
      *// side-by-side board comparison over one or more turn
      *// batches: the table first, then every board that sits
      *// outside the margin against the others, and why.
       RUN-BOARD-COMPARISON.
           PERFORM WRITE-JOB-START
           IF NOT BOARD-LAYOUT-LOADED
              PERFORM LOAD-BOARD-LAYOUT
           END-IF
           PERFORM LOAD-FIXTURE-BOARDS
           IF WS-BRD-BATCH-COUNT EQUAL 0
              MOVE 1 TO WS-BRD-BATCH-COUNT
              MOVE WS-TURN-FILE-PATH TO WS-BRD-BATCH-PATH(1)
           END-IF
           OPEN OUTPUT BOARD-REPORT-FILE
           MOVE 'BOARD COMPARISON - SCORING, RING HITS, BOUNDARY CALLS'
             TO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
           MOVE SPACES TO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
           PERFORM VARYING WS-BRD-BATCH-IND FROM 1 BY 1
              UNTIL WS-BRD-BATCH-IND > WS-BRD-BATCH-COUNT
              MOVE WS-BRD-BATCH-PATH(WS-BRD-BATCH-IND)
                TO WS-TURN-FILE-PATH
              PERFORM TALLY-BOARD-BATCH
           END-PERFORM
           MOVE SPACES TO WS-CURRENT-BOARD
           MOVE SPACES TO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
           IF WS-BRD-COUNT EQUAL 0
              MOVE 'NO TURNS IN THE LISTED BATCHES'
                TO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
           ELSE
      *// judged once quietly so the table can carry the
      *// flags, then again to write the reasons under it.
              MOVE 0 TO WS-BRD-FLAGGED
              PERFORM VARYING WS-BRD-I FROM 1 BY 1
                 UNTIL WS-BRD-I > WS-BRD-COUNT
                 MOVE 'N' TO BRD-FLAG(WS-BRD-I)
                 PERFORM JUDGE-BOARD
              END-PERFORM
              PERFORM WRITE-BOARD-TABLE
              MOVE SPACES TO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
              MOVE 'BOARDS OUTSIDE THE MARGIN' TO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
              PERFORM VARYING WS-BRD-I FROM 1 BY 1
                 UNTIL WS-BRD-I > WS-BRD-COUNT
                 MOVE 'W' TO BRD-FLAG(WS-BRD-I)
                 PERFORM JUDGE-BOARD
              END-PERFORM
              IF WS-BRD-FLAGGED EQUAL 0
                 MOVE '  none -- all judged boards within the margin'
                   TO BOARD-REPORT-REC
                 WRITE BOARD-REPORT-REC
              END-IF
              MOVE SPACES TO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
              MOVE WS-BRD-MARGIN TO WS-BRD-DIFF-EDIT
              MOVE WS-BRD-PCT-MARGIN TO WS-BRD-RING-EDIT
              MOVE WS-BRD-MIN-TURNS TO WS-BRD-TURNS-EDIT
              MOVE SPACES TO BOARD-REPORT-REC
              STRING 'margin: '                  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-DIFF-EDIT)
                                                 DELIMITED BY SIZE
                     ' points a turn, '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-RING-EDIT)
                                                 DELIMITED BY SIZE
                     ' percentage points of throws; boards under '
                                                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-TURNS-EDIT)
                                                 DELIMITED BY SIZE
                     ' turns are not judged'     DELIMITED BY SIZE
                     INTO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
           END-IF
           CLOSE BOARD-REPORT-FILE
           MOVE WS-BRD-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the night's fixtures give each player the board
      *// their match was on; a turn keyed without a board is
      *// credited to that one.
       LOAD-FIXTURE-BOARDS.
           MOVE 0 TO WS-BDM-COUNT
           OPEN INPUT FIXTURES-FILE
           IF WS-FIXTURES-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FIXTURES
           PERFORM UNTIL END-OF-FIXTURES
              READ FIXTURES-FILE
                 AT END MOVE 'Y' TO WS-EOF-FIXTURES
                 NOT AT END
                    IF FX-BOARD NOT EQUAL SPACES
                    AND WS-BDM-COUNT < 399
                       MOVE FX-HOME-PLAYER TO WS-RESOLVE-NAME
                       PERFORM RESOLVE-PLAYER-NAME
                       ADD 1 TO WS-BDM-COUNT
                       MOVE WS-RESOLVE-NAME TO BDM-PLAYER(WS-BDM-COUNT)
                       MOVE FX-BOARD TO BDM-BOARD(WS-BDM-COUNT)
                       MOVE FX-AWAY-PLAYER TO WS-RESOLVE-NAME
                       PERFORM RESOLVE-PLAYER-NAME
                       ADD 1 TO WS-BDM-COUNT
                       MOVE WS-RESOLVE-NAME TO BDM-PLAYER(WS-BDM-COUNT)
                       MOVE FX-BOARD TO BDM-BOARD(WS-BDM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FIXTURES-FILE
       .
       FIND-FIXTURE-BOARD.
           PERFORM VARYING WS-BDM-IND FROM 1 BY 1
              UNTIL WS-BDM-IND > WS-BDM-COUNT
              IF BDM-PLAYER(WS-BDM-IND) EQUAL WS-CURRENT-PLAYER
                 MOVE BDM-BOARD(WS-BDM-IND) TO WS-CURRENT-BOARD
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
       .
      *// one batch: every valid turn scored throw by throw
      *// against its board, the near-boundary calls counted off
      *// LOG-BOUNDARY-THROW with the audit log held back -- these
      *// turns were logged when they were first scored.
       TALLY-BOARD-BATCH.
           MOVE 0 TO WS-BRD-BATCH-TURNS
           MOVE 0 TO WS-BRD-BATCH-REJECTS
           OPEN INPUT AIM-BATCH-FILE
           IF WS-AIM-BATCH-STATUS NOT EQUAL '00'
              MOVE 'not found' TO WS-AIM-BATCH-NOTE
              PERFORM WRITE-BOARD-BATCH-LINE
              EXIT PARAGRAPH
           END-IF
           CLOSE AIM-BATCH-FILE
           OPEN INPUT TURN-FILE
           MOVE 'N' TO WS-EOF-TURNS
           READ TURN-FILE
              AT END MOVE 'Y' TO WS-EOF-TURNS
           END-READ
           PERFORM UNTIL END-OF-TURNS
              IF TURN-REC(1:3) EQUAL 'HDR' OR 'TRL'
                 READ TURN-FILE
                    AT END MOVE 'Y' TO WS-EOF-TURNS
                 END-READ
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WS-JH-READ
              IF TR-PLAYER-NAME NOT EQUAL SPACES
                 MOVE TR-PLAYER-NAME TO WS-RESOLVE-NAME
                 PERFORM RESOLVE-PLAYER-NAME
                 MOVE WS-RESOLVE-NAME TO TR-PLAYER-NAME
              END-IF
              PERFORM VALIDATE-TURN-RECORD
              IF TURN-IS-VALID
                 MOVE TR-PLAYER-NAME TO WS-CURRENT-PLAYER
                 MOVE TR-BOARD TO WS-CURRENT-BOARD
                 IF WS-CURRENT-BOARD EQUAL SPACES
                    PERFORM FIND-FIXTURE-BOARD
                 END-IF
                 PERFORM FIND-OR-ADD-BOARD-ENTRY
                 IF WS-BRD-CUR > 0
                    ADD 1 TO WS-BRD-BATCH-TURNS
                    ADD 1 TO BRD-TURNS(WS-BRD-CUR)
                    PERFORM VARYING WS-THROW-IND FROM 1 BY 1
                       UNTIL WS-THROW-IND > 3
                       MOVE TR-THROW-X(WS-THROW-IND) TO WS-X
                       MOVE TR-THROW-Y(WS-THROW-IND) TO WS-Y
                       PERFORM TALLY-BOARD-THROW
                    END-PERFORM
                 END-IF
              ELSE
                 ADD 1 TO WS-BRD-BATCH-REJECTS
                 ADD 1 TO WS-JH-REJECTS
              END-IF
              READ TURN-FILE
                 AT END MOVE 'Y' TO WS-EOF-TURNS
              END-READ
           END-PERFORM
           CLOSE TURN-FILE
           MOVE SPACES TO WS-AIM-BATCH-NOTE
           MOVE WS-BRD-BATCH-TURNS TO WS-AIM-COUNT-EDIT
           MOVE WS-BRD-BATCH-REJECTS TO WS-AIM-COUNT-EDIT2
           STRING FUNCTION TRIM(WS-AIM-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                  ' turns, '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-COUNT-EDIT2)
                                                 DELIMITED BY SIZE
                  ' rejected'                    DELIMITED BY SIZE
                  INTO WS-AIM-BATCH-NOTE
           PERFORM WRITE-BOARD-BATCH-LINE
       .
       WRITE-BOARD-BATCH-LINE.
           MOVE SPACES TO BOARD-REPORT-REC
           STRING 'batch '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TURN-FILE-PATH)
                                                 DELIMITED BY SIZE
                  ': '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AIM-BATCH-NOTE)
                                                 DELIMITED BY SIZE
                  INTO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
       .
       FIND-OR-ADD-BOARD-ENTRY.
           MOVE 0 TO WS-BRD-CUR
           PERFORM VARYING WS-BRD-I FROM 1 BY 1
              UNTIL WS-BRD-I > WS-BRD-COUNT
              IF BRD-ID(WS-BRD-I) EQUAL WS-CURRENT-BOARD
                 MOVE WS-BRD-I TO WS-BRD-CUR
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-BRD-COUNT < 20
              ADD 1 TO WS-BRD-COUNT
              MOVE WS-BRD-COUNT TO WS-BRD-CUR
              INITIALIZE WS-BRD-ENTRY(WS-BRD-CUR)
              MOVE WS-CURRENT-BOARD TO BRD-ID(WS-BRD-CUR)
           END-IF
       .
       TALLY-BOARD-THROW.
           MOVE WS-BOUNDARY-LOGGED TO WS-BRD-NEAR-BEFORE
           MOVE 'Y' TO WS-AUDIT-SUPPRESS
           PERFORM SCORE-THROW
           MOVE 'N' TO WS-AUDIT-SUPPRESS
           ADD 1 TO BRD-THROWS(WS-BRD-CUR)
           ADD WS-RESULT TO BRD-SCORE(WS-BRD-CUR)
           IF WS-HIT-RING-IND EQUAL 0
              ADD 1 TO BRD-OUTSIDE(WS-BRD-CUR)
           ELSE
              ADD 1 TO BRD-RING-HIT(WS-BRD-CUR, WS-HIT-RING-IND)
           END-IF
           COMPUTE BRD-NEAR(WS-BRD-CUR) = BRD-NEAR(WS-BRD-CUR)
              + WS-BOUNDARY-LOGGED - WS-BRD-NEAR-BEFORE
       .
      *// one row per board: turns, turn average, the share
      *// of throws landing in each ring and off the board, and
      *// near-boundary calls per hundred throws.
       WRITE-BOARD-TABLE.
           PERFORM VARYING WS-RING-I FROM 1 BY 1
              UNTIL WS-RING-I > WS-RING-COUNT
              MOVE WS-RING-I TO WS-BRD-RING-EDIT
              MOVE RING-POINTS(WS-RING-I) TO WS-BRD-POINTS-EDIT
              MOVE RING-RADIUS(WS-RING-I) TO WS-BRD-AVG-EDIT
              MOVE SPACES TO BOARD-REPORT-REC
              STRING 'ring '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-RING-EDIT)
                                                 DELIMITED BY SIZE
                     ': inside radius '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-AVG-EDIT)
                                                 DELIMITED BY SIZE
                     ', '                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-POINTS-EDIT)
                                                 DELIMITED BY SIZE
                     ' points'                   DELIMITED BY SIZE
                     INTO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
           END-PERFORM
           MOVE SPACES TO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
           MOVE SPACES TO WS-BRD-LINE
           MOVE 'BOARD' TO WS-BRD-LINE(1:5)
           MOVE 'TURNS' TO WS-BRD-LINE(9:5)
           MOVE 'AVG/TURN' TO WS-BRD-LINE(15:8)
           MOVE 24 TO WS-BRD-COL
           PERFORM VARYING WS-RING-I FROM 1 BY 1
              UNTIL WS-RING-I > WS-RING-COUNT
              MOVE WS-RING-I TO WS-BRD-RING-EDIT
              STRING 'RING'                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-RING-EDIT)
                                                 DELIMITED BY SIZE
                     '%'                         DELIMITED BY SIZE
                     INTO WS-BRD-LINE(WS-BRD-COL:7)
              ADD 8 TO WS-BRD-COL
           END-PERFORM
           MOVE 'OFF%' TO WS-BRD-LINE(WS-BRD-COL + 2:4)
           ADD 8 TO WS-BRD-COL
           MOVE 'NEAR%' TO WS-BRD-LINE(WS-BRD-COL + 1:5)
           ADD 8 TO WS-BRD-COL
           MOVE 'FLAG' TO WS-BRD-LINE(WS-BRD-COL:4)
           MOVE WS-BRD-LINE TO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
           PERFORM VARYING WS-BRD-I FROM 1 BY 1
              UNTIL WS-BRD-I > WS-BRD-COUNT
              MOVE SPACES TO WS-BRD-LINE
              PERFORM SET-BOARD-ID-SHOWN
              MOVE WS-BRD-ID-SHOWN TO WS-BRD-LINE(1:6)
              MOVE BRD-TURNS(WS-BRD-I) TO WS-BRD-TURNS-EDIT
              MOVE WS-BRD-TURNS-EDIT TO WS-BRD-LINE(8:6)
              COMPUTE WS-BRD-AVG ROUNDED =
                 BRD-SCORE(WS-BRD-I) / BRD-TURNS(WS-BRD-I)
              MOVE WS-BRD-AVG TO WS-BRD-AVG-EDIT
              MOVE WS-BRD-AVG-EDIT TO WS-BRD-LINE(17:6)
              MOVE 24 TO WS-BRD-COL
              PERFORM VARYING WS-RING-I FROM 1 BY 1
                 UNTIL WS-RING-I > WS-RING-COUNT
                 COMPUTE WS-BRD-SHARE ROUNDED =
                    BRD-RING-HIT(WS-BRD-I, WS-RING-I) * 100
                    / BRD-THROWS(WS-BRD-I)
                 MOVE WS-BRD-SHARE TO WS-BRD-SHARE-EDIT
                 MOVE WS-BRD-SHARE-EDIT TO WS-BRD-LINE(WS-BRD-COL + 1:5)
                 ADD 8 TO WS-BRD-COL
              END-PERFORM
              COMPUTE WS-BRD-SHARE ROUNDED =
                 BRD-OUTSIDE(WS-BRD-I) * 100 / BRD-THROWS(WS-BRD-I)
              MOVE WS-BRD-SHARE TO WS-BRD-SHARE-EDIT
              MOVE WS-BRD-SHARE-EDIT TO WS-BRD-LINE(WS-BRD-COL + 1:5)
              ADD 8 TO WS-BRD-COL
              COMPUTE WS-BRD-SHARE ROUNDED =
                 BRD-NEAR(WS-BRD-I) * 100 / BRD-THROWS(WS-BRD-I)
              MOVE WS-BRD-SHARE TO WS-BRD-SHARE-EDIT
              MOVE WS-BRD-SHARE-EDIT TO WS-BRD-LINE(WS-BRD-COL + 1:5)
              ADD 8 TO WS-BRD-COL
              EVALUATE TRUE
                 WHEN BRD-FLAG(WS-BRD-I) EQUAL 'Y'
                    MOVE '***' TO WS-BRD-LINE(WS-BRD-COL:3)
                 WHEN BRD-TURNS(WS-BRD-I) < WS-BRD-MIN-TURNS
                    MOVE 'too few turns' TO WS-BRD-LINE(WS-BRD-COL:13)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE WS-BRD-LINE TO BOARD-REPORT-REC
              WRITE BOARD-REPORT-REC
           END-PERFORM
       .
       SET-BOARD-ID-SHOWN.
           IF BRD-ID(WS-BRD-I) EQUAL SPACES
              MOVE '(none)' TO WS-BRD-ID-SHOWN
           ELSE
              MOVE BRD-ID(WS-BRD-I) TO WS-BRD-ID-SHOWN
           END-IF
       .
      *// one board against the other judged boards taken
      *// together. BRD-FLAG 'N' judges quietly and sets 'Y' when
      *// outside the margin; 'W' judges again writing each reason.
       JUDGE-BOARD.
           IF BRD-TURNS(WS-BRD-I) < WS-BRD-MIN-TURNS
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BRO-TURNS
           MOVE 0 TO WS-BRO-THROWS
           MOVE 0 TO WS-BRO-SCORE
           MOVE 0 TO WS-BRO-OUTSIDE
           MOVE 0 TO WS-BRO-NEAR
           PERFORM VARYING WS-RING-I FROM 1 BY 1
              UNTIL WS-RING-I > 10
              MOVE 0 TO WS-BRO-RING-HIT(WS-RING-I)
           END-PERFORM
           PERFORM VARYING WS-BRD-J FROM 1 BY 1
              UNTIL WS-BRD-J > WS-BRD-COUNT
              IF WS-BRD-J NOT EQUAL WS-BRD-I
              AND BRD-TURNS(WS-BRD-J) NOT < WS-BRD-MIN-TURNS
                 ADD BRD-TURNS(WS-BRD-J) TO WS-BRO-TURNS
                 ADD BRD-THROWS(WS-BRD-J) TO WS-BRO-THROWS
                 ADD BRD-SCORE(WS-BRD-J) TO WS-BRO-SCORE
                 ADD BRD-OUTSIDE(WS-BRD-J) TO WS-BRO-OUTSIDE
                 ADD BRD-NEAR(WS-BRD-J) TO WS-BRO-NEAR
                 PERFORM VARYING WS-RING-I FROM 1 BY 1
                    UNTIL WS-RING-I > WS-RING-COUNT
                    ADD BRD-RING-HIT(WS-BRD-J, WS-RING-I)
                      TO WS-BRO-RING-HIT(WS-RING-I)
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WS-BRO-TURNS EQUAL 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-BOARD-ID-SHOWN
           COMPUTE WS-BRD-AVG ROUNDED =
              BRD-SCORE(WS-BRD-I) / BRD-TURNS(WS-BRD-I)
           COMPUTE WS-BRO-AVG ROUNDED = WS-BRO-SCORE / WS-BRO-TURNS
           COMPUTE WS-BRD-DIFF = WS-BRD-AVG - WS-BRO-AVG
           IF FUNCTION ABS(WS-BRD-DIFF) > WS-BRD-MARGIN
              PERFORM FLAG-BOARD
              IF BRD-FLAG(WS-BRD-I) EQUAL 'W'
                 MOVE WS-BRD-AVG TO WS-BRD-AVG-EDIT
                 MOVE WS-BRO-AVG TO WS-BRO-AVG-EDIT
                 MOVE FUNCTION ABS(WS-BRD-DIFF) TO WS-BRD-DIFF-EDIT
                 IF WS-BRD-DIFF > 0
                    MOVE 'HIGH' TO WS-BRD-WHAT
                 ELSE
                    MOVE 'LOW' TO WS-BRD-WHAT
                 END-IF
                 MOVE SPACES TO BOARD-REPORT-REC
                 STRING '  '                     DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BRD-ID-SHOWN)
                                                 DELIMITED BY SIZE
                        ': turn average '        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BRD-AVG-EDIT)
                                                 DELIMITED BY SIZE
                        ' v '                    DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BRO-AVG-EDIT)
                                                 DELIMITED BY SIZE
                        ' on the other boards -- '
                                                 DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BRD-DIFF-EDIT)
                                                 DELIMITED BY SIZE
                        ' '                      DELIMITED BY SIZE
                        FUNCTION TRIM(WS-BRD-WHAT)
                                                 DELIMITED BY SIZE
                        INTO BOARD-REPORT-REC
                 WRITE BOARD-REPORT-REC
              END-IF
           END-IF
           PERFORM VARYING WS-RING-I FROM 1 BY 1
              UNTIL WS-RING-I > WS-RING-COUNT
              COMPUTE WS-BRD-SHARE ROUNDED =
                 BRD-RING-HIT(WS-BRD-I, WS-RING-I) * 100
                 / BRD-THROWS(WS-BRD-I)
              COMPUTE WS-BRO-SHARE ROUNDED =
                 WS-BRO-RING-HIT(WS-RING-I) * 100 / WS-BRO-THROWS
              MOVE SPACES TO WS-BRD-WHAT
              MOVE WS-RING-I TO WS-BRD-RING-EDIT
              STRING 'ring '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BRD-RING-EDIT)
                                                 DELIMITED BY SIZE
                     ' hits'                     DELIMITED BY SIZE
                     INTO WS-BRD-WHAT
              PERFORM CHECK-BOARD-SHARE
           END-PERFORM
           COMPUTE WS-BRD-SHARE ROUNDED =
              BRD-OUTSIDE(WS-BRD-I) * 100 / BRD-THROWS(WS-BRD-I)
           COMPUTE WS-BRO-SHARE ROUNDED =
              WS-BRO-OUTSIDE * 100 / WS-BRO-THROWS
           MOVE 'misses' TO WS-BRD-WHAT
           PERFORM CHECK-BOARD-SHARE
           COMPUTE WS-BRD-SHARE ROUNDED =
              BRD-NEAR(WS-BRD-I) * 100 / BRD-THROWS(WS-BRD-I)
           COMPUTE WS-BRO-SHARE ROUNDED =
              WS-BRO-NEAR * 100 / WS-BRO-THROWS
           MOVE 'near-boundary calls' TO WS-BRD-WHAT
           PERFORM CHECK-BOARD-SHARE
       .
       CHECK-BOARD-SHARE.
           COMPUTE WS-BRD-DIFF = WS-BRD-SHARE - WS-BRO-SHARE
           IF FUNCTION ABS(WS-BRD-DIFF) NOT > WS-BRD-PCT-MARGIN
              EXIT PARAGRAPH
           END-IF
           PERFORM FLAG-BOARD
           IF BRD-FLAG(WS-BRD-I) NOT EQUAL 'W'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BRD-SHARE TO WS-BRD-SHARE-EDIT
           MOVE WS-BRO-SHARE TO WS-BRO-SHARE-EDIT
           MOVE SPACES TO BOARD-REPORT-REC
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRD-ID-SHOWN) DELIMITED BY SIZE
                  ': '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRD-WHAT)     DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRD-SHARE-EDIT)
                                                 DELIMITED BY SIZE
                  '% of throws v '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRO-SHARE-EDIT)
                                                 DELIMITED BY SIZE
                  '% on the other boards'        DELIMITED BY SIZE
                  INTO BOARD-REPORT-REC
           WRITE BOARD-REPORT-REC
       .
      *// a board is counted once however many reasons it
      *// is flagged for, on the quiet pass.
       FLAG-BOARD.
           IF BRD-FLAG(WS-BRD-I) EQUAL 'N'
              MOVE 'Y' TO BRD-FLAG(WS-BRD-I)
              ADD 1 TO WS-BRD-FLAGGED
           END-IF
       .
