       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-REGISTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *// YACHT, DARTS and GAMES-NIGHT all resolve names
      *// through the shared player registry, but nothing wrote it
      *// -- it was hand-edited, so typos crept in and numbers got
      *// reused. This job is now the only writer: it applies a
      *// transaction file (ADD player, ALIAS, RETIRE, MERGE),
      *// validates each against the current registry, rewrites
      *// the registry behind a .bak copy and prints what changed.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TRANSACTION-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-TRANSACTION-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-REGISTRY-STATUS.
           SELECT REGISTRY-BAK-FILE ASSIGN TO WS-REGISTRY-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-REGISTRY-BAK-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO WS-CHANGE-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the unknown names the three programs dump on
      *// their exceptions lists come back as candidates, and as
      *// ready-made transactions the desk can check and feed in.
           SELECT EXCEPTIONS-FILE ASSIGN TO WS-EXCEPTIONS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-EXCEPTIONS-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO WS-CANDIDATE-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// a MERGE re-keys the retired spelling's rows in
      *// both leaderboards and the games-night series, so one real
      *// person doesn't end up with two careers.
           SELECT YACHT-LEADERBOARD-FILE
              ASSIGN TO WS-YACHT-LEADERBOARD-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY YLB-PLAYER-NAME
              FILE STATUS WS-YACHT-LEADERBOARD-STATUS.
           SELECT DARTS-LEADERBOARD-FILE
              ASSIGN TO WS-DARTS-LEADERBOARD-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DLB-PLAYER-NAME
              FILE STATUS WS-DARTS-LEADERBOARD-STATUS.
           SELECT SERIES-FILE ASSIGN TO WS-SERIES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SERIES-STATUS.
           SELECT SERIES-BAK-FILE ASSIGN TO WS-SERIES-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SERIES-BAK-STATUS.
      *// the member's profile card: one page per player
      *// named on the request file, pulled from every YACHT, DARTS
      *// and GAMES-NIGHT file that carries the player under any of
      *// the spellings the registry knows.
           SELECT PROFILE-REQUEST-FILE ASSIGN TO WS-PROFILE-REQUEST-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PROFILE-REQUEST-STATUS.
           SELECT PROFILE-REPORT-FILE ASSIGN TO WS-PROFILE-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SHEET-HISTORY-FILE ASSIGN TO WS-SHEET-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SHEET-HISTORY-STATUS.
           SELECT BRACKET-FILE ASSIGN TO WS-BRACKET-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-BRACKET-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO WS-HANDICAP-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-HANDICAP-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN TO WS-PLAYER-STATS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PLAYER-STATS-STATUS.
           SELECT POINTS-TABLE-FILE ASSIGN TO WS-POINTS-TABLE-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PT-PLAYER-NAME
              FILE STATUS WS-POINTS-TABLE-STATUS.
           SELECT SEASON-REPORT-FILE ASSIGN TO WS-SEASON-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-SEASON-REPORT-STATUS.
           SELECT DIVISIONS-FILE ASSIGN TO WS-DIVISIONS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DIVISIONS-STATUS.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
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
      *// ADD    number (zero = next free), name
      *// ALIAS  canonical name, alias
      *// RETIRE canonical name
      *// MERGE  duplicate canonical, surviving canonical
       FD TRANSACTION-FILE.
          01 TRANSACTION-REC.
             02 RT-ACTION    PIC X(6).
             02 RT-NUMBER    PIC X(4).
             02 RT-NAME      PIC X(20).
             02 RT-NAME-2    PIC X(20).
       FD REGISTRY-FILE.
          01 REGISTRY-REC.
             02 RG-NUMBER    PIC 9(4).
             02 RG-CANONICAL PIC X(20).
             02 RG-ALIAS     PIC X(20).
      *// blank or A = active, R = retired (the number
      *// stays reserved), M = a spelling merged into another
      *// player; its row keeps the old number so it is never
      *// handed out again.
             02 RG-STATUS    PIC X.
       FD REGISTRY-BAK-FILE.
          01 REGISTRY-BAK-REC PIC X(45).
       FD CHANGE-REPORT-FILE.
          01 CHANGE-REPORT-REC PIC X(100).
       FD EXCEPTIONS-FILE.
          01 EXCEPTIONS-REC PIC X(60).
       FD CANDIDATE-FILE.
          01 CANDIDATE-REC.
             02 CD-ACTION    PIC X(6).
             02 CD-NUMBER    PIC X(4).
             02 CD-NAME      PIC X(20).
             02 CD-NAME-2    PIC X(20).
       FD YACHT-LEADERBOARD-FILE.
          01 YACHT-LEADERBOARD-REC.
             02 YLB-PLAYER-NAME PIC X(20).
             02 YLB-TOTAL       PIC 9(5).
       FD DARTS-LEADERBOARD-FILE.
          01 DARTS-LEADERBOARD-REC.
             02 DLB-PLAYER-NAME PIC X(20).
             02 DLB-TOTAL       PIC 9(5).
             02 DLB-ADJ-TOTAL   PIC 9(5).
       FD SERIES-FILE.
          01 SERIES-REC.
             02 SR-DATE   PIC X(8).
             02 SR-PLAYER PIC X(20).
             02 SR-POINTS PIC 9(4).
       FD SERIES-BAK-FILE.
          01 SERIES-BAK-REC.
             02 SRB-DATE   PIC X(8).
             02 SRB-PLAYER PIC X(20).
             02 SRB-POINTS PIC 9(4).
      *// one name per line, any registered spelling; *ALL
      *// asks for a card for every active player.
       FD PROFILE-REQUEST-FILE.
          01 PROFILE-REQUEST-REC.
             02 PQ-PLAYER    PIC X(20).
       FD PROFILE-REPORT-FILE.
          01 PROFILE-REPORT-REC PIC X(100).
       FD SHEET-HISTORY-FILE.
          01 SHEET-HISTORY-REC.
             02 SH-DATE    PIC X(8).
             02 SH-PLAYER  PIC X(20).
             02 SH-GAME    PIC 99.
             02 SH-SCORES.
                03 SH-SCORE OCCURS 12 PIC 9(3).
             02 SH-BONUS   PIC 9(3).
             02 SH-TOTAL   PIC 9(4).
       FD BRACKET-FILE.
          01 BRACKET-REC.
             02 BR-ROUND   PIC 99.
             02 BR-MATCH   PIC 99.
             02 BR-PLAYER1 PIC X(20).
             02 BR-PLAYER2 PIC X(20).
             02 BR-WINNER  PIC X(20).
       FD HANDICAP-FILE.
          01 HANDICAP-REC.
             02 HC-PLAYER-IN PIC X(20).
             02 HC-ADJUST-IN PIC S9(3) SIGN LEADING SEPARATE.
       FD PLAYER-STATS-FILE.
          01 PLAYER-STATS-REC PIC X(80).
       FD POINTS-TABLE-FILE.
          01 POINTS-TABLE-REC.
             02 PT-PLAYER-NAME PIC X(20).
             02 PT-PLAYED      PIC 9(3).
             02 PT-WON         PIC 9(3).
             02 PT-DRAWN       PIC 9(3).
             02 PT-LOST        PIC 9(3).
             02 PT-POINTS      PIC 9(4).
       FD DIVISIONS-FILE.
          01 DIVISIONS-REC.
             02 DV-PLAYER-IN   PIC X(20).
             02 DV-DIVISION-IN PIC X.
       FD SEASON-REPORT-FILE.
          01 SEASON-REPORT-REC PIC X(100).
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
      *// U applies the transactions; V validates them
      *// against the registry and reports, but writes nothing;
      *// P prints profile cards and leaves the registry alone.
       01 WS-MODE                  PIC X VALUE 'U'.
         88 MODE-UPDATE            VALUE 'U'.
         88 MODE-VALIDATE          VALUE 'V'.
         88 MODE-PROFILE           VALUE 'P'.
       01 WS-TRANSACTION-PATH      PIC X(100)
                                    VALUE 'player-registry-trans.dat'.
       01 WS-TRANSACTION-STATUS    PIC XX.
       01 WS-REGISTRY-PATH         PIC X(100)
                                    VALUE 'player-registry.dat'.
       01 WS-REGISTRY-STATUS       PIC XX.
       01 WS-REGISTRY-BAK-PATH     PIC X(100).
       01 WS-REGISTRY-BAK-STATUS   PIC XX.
       01 WS-CHANGE-REPORT-PATH    PIC X(100)
                                    VALUE 'player-registry-changes.rpt'.
       01 WS-CANDIDATE-PATH        PIC X(100)
                              VALUE 'player-registry-candidates.dat'.
       01 WS-EOF-TRANSACTIONS      PIC X VALUE 'N'.
         88 END-OF-TRANSACTIONS    VALUE 'Y'.
      *// the whole registry held in memory while the
      *// transactions run, so each one is validated against the
      *// registry as the earlier ones left it.
       01 WS-RM-TABLE.
         02 WS-RM-ENTRY OCCURS 400 TIMES.
            03 RM-NUMBER    PIC 9(4).
            03 RM-CANONICAL PIC X(20).
            03 RM-ALIAS     PIC X(20).
            03 RM-STATUS    PIC X.
       01 WS-RM-COUNT              PIC 9(4) VALUE 0.
       01 WS-RM-IND                PIC 9(4).
       01 WS-RM-I                  PIC 9(4).
       01 WS-RM-FOUND-IND          PIC 9(4).
       01 WS-RM-CANON-IND          PIC 9(4).
       01 WS-RM-LOOKUP             PIC X(20).
       01 WS-RM-LOOKUP-NUMBER      PIC 9(4).
       01 WS-RM-MAX-NUMBER         PIC 9(4) VALUE 0.
       01 WS-RM-TEMP-ENTRY         PIC X(45).
       01 WS-RM-SWAPPED            PIC X VALUE 'N'.
         88 RM-SWAPPED             VALUE 'Y'.
      *// a registry bigger than the table cannot be
      *// rewritten without losing rows -- the run stops instead.
       01 WS-RM-OVERFLOW           PIC X VALUE 'N'.
         88 REGISTRY-OVERFLOW      VALUE 'Y'.
      *// TRANSACTIONS
       01 WS-TX-REASON             PIC X(40).
       01 WS-TX-LINE               PIC X(100).
       01 WS-TX-NUMBER             PIC 9(4).
       01 WS-TX-SURVIVOR-NUMBER    PIC 9(4).
       01 WS-TX-SURVIVOR-STATUS    PIC X.
       01 WS-TX-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TX-REJECTED           PIC 9(4) VALUE 0.
       01 WS-TX-EDIT               PIC Z(3)9.
       01 WS-TX-EDIT2              PIC Z(3)9.
       01 WS-TX-NUMBER-EDIT        PIC 9(4).
      *// MERGES TO RE-KEY
       01 WS-MG-TABLE.
         02 WS-MG-ENTRY OCCURS 50 TIMES.
            03 MG-FROM PIC X(20).
            03 MG-TO   PIC X(20).
       01 WS-MG-COUNT              PIC 99 VALUE 0.
       01 WS-MG-IND                PIC 99.
       01 WS-MG-NAME               PIC X(20).
       01 WS-REGISTRY-WRITTEN      PIC X VALUE 'N'.
         88 REGISTRY-WRITTEN       VALUE 'Y'.
      *// re-key locks taken so far: yacht, darts, series in turn
       01 WS-REKEY-LOCKS           PIC 9 VALUE 0.
         88 REKEY-LOCKS-HELD       VALUE 3.
      *// LEADERBOARDS AND SERIES
       01 WS-YACHT-LEADERBOARD-PATH PIC X(100)
                                 VALUE 'yacht-leaderboard.dat'.
       01 WS-YACHT-LEADERBOARD-STATUS PIC XX.
       01 WS-DARTS-LEADERBOARD-PATH PIC X(100)
                                 VALUE 'darts-leaderboard.dat'.
       01 WS-DARTS-LEADERBOARD-STATUS PIC XX.
       01 WS-SERIES-PATH           PIC X(100)
                                    VALUE 'games-night-series.dat'.
       01 WS-SERIES-STATUS         PIC XX.
       01 WS-SERIES-BAK-PATH       PIC X(100).
       01 WS-SERIES-BAK-STATUS     PIC XX.
       01 WS-EOF-SERIES            PIC X VALUE 'N'.
         88 END-OF-SERIES          VALUE 'Y'.
       01 WS-MOVED-TOTAL           PIC 9(5).
       01 WS-MOVED-ADJ-TOTAL       PIC 9(5).
       01 WS-MOVED-FOUND           PIC X.
       01 WS-REKEY-COUNT           PIC 9(5).
       01 WS-REKEY-EDIT            PIC Z(4)9.
       01 WS-REKEY-RESULT          PIC X(40).
      *// one night's series rows, held so a night the
      *// person played under both spellings becomes one row.
       01 WS-SG-DATE               PIC X(8).
       01 WS-SG-TABLE.
         02 WS-SG-ENTRY OCCURS 400 TIMES.
            03 SG-PLAYER PIC X(20).
            03 SG-POINTS PIC 9(4).
       01 WS-SG-COUNT              PIC 9(4) VALUE 0.
       01 WS-SG-IND                PIC 9(4).
       01 WS-SG-CUR                PIC 9(4).
      *// REGISTRATION CANDIDATES
       01 WS-YACHT-EXCEPTIONS-PATH PIC X(100)
                              VALUE 'player-registry-exceptions.rpt'.
       01 WS-DARTS-EXCEPTIONS-PATH PIC X(100)
                              VALUE 'player-registry-exceptions.rpt'.
       01 WS-GN-EXCEPTIONS-PATH    PIC X(100)
                              VALUE 'player-registry-exceptions.rpt'.
       01 WS-EXCEPTIONS-PATH       PIC X(100).
       01 WS-EXCEPTIONS-STATUS     PIC XX.
      *// which programs write the list being read --
      *// by default all three share one file.
       01 WS-EXC-FROM-YACHT        PIC X.
       01 WS-EXC-FROM-DARTS        PIC X.
       01 WS-EXC-FROM-GN           PIC X.
       01 WS-EOF-EXCEPTIONS        PIC X VALUE 'N'.
         88 END-OF-EXCEPTIONS      VALUE 'Y'.
       01 WS-CAND-NAME             PIC X(20).
       01 WS-CAND-TABLE.
         02 WS-CAND-ENTRY OCCURS 200 TIMES.
            03 CAND-NAME    PIC X(20).
            03 CAND-SEEN    PIC 9(4).
            03 CAND-YACHT   PIC X.
            03 CAND-DARTS   PIC X.
            03 CAND-GN      PIC X.
            03 CAND-LIKE    PIC X(20).
       01 WS-CAND-COUNT            PIC 9(4) VALUE 0.
       01 WS-CAND-IND              PIC 9(4).
       01 WS-CAND-CUR              PIC 9(4).
       01 WS-CAND-SOURCES          PIC X(30).
       01 WS-CAND-PTR              PIC 99.
       01 WS-CAND-UPPER            PIC X(20).
       01 WS-CAND-EDIT             PIC Z(3)9.
      *// PROFILE CARDS
       01 WS-PROFILE-REQUEST-PATH  PIC X(100)
                                 VALUE 'player-profile-request.dat'.
       01 WS-PROFILE-REQUEST-STATUS PIC XX.
       01 WS-PROFILE-REPORT-PATH   PIC X(100)
                                    VALUE 'player-profiles.rpt'.
       01 WS-SHEET-HISTORY-PATH    PIC X(100)
                                    VALUE 'yacht-sheet-history.dat'.
       01 WS-SHEET-HISTORY-STATUS  PIC XX.
       01 WS-BRACKET-PATH          PIC X(100)
                                    VALUE 'yacht-bracket.dat'.
       01 WS-BRACKET-STATUS        PIC XX.
       01 WS-HANDICAP-PATH         PIC X(100)
                                    VALUE 'darts-handicaps.dat'.
       01 WS-HANDICAP-STATUS       PIC XX.
       01 WS-PLAYER-STATS-PATH     PIC X(100)
                                    VALUE 'darts-player-stats.rpt'.
       01 WS-PLAYER-STATS-STATUS   PIC XX.
       01 WS-POINTS-TABLE-PATH     PIC X(100)
                                    VALUE 'darts-points-table.dat'.
       01 WS-POINTS-TABLE-STATUS   PIC XX.
      *// a divisioned player's results are on their own
      *// division's table, named as DARTS names it: the undivided
      *// table's name with -d<code> ahead of the extension.
       01 WS-DIVISIONS-PATH        PIC X(100)
                                    VALUE 'darts-divisions.dat'.
       01 WS-DIVISIONS-STATUS      PIC XX.
       01 WS-PT-FLAT-PATH          PIC X(100).
       01 WS-DIV-CURRENT           PIC X.
       01 WS-DIV-BASE-PATH         PIC X(100).
       01 WS-DIV-NAMED-PATH        PIC X(100).
       01 WS-DIV-BASE-LEN          PIC 999.
       01 WS-DIV-DOT-POS           PIC 999.
       01 WS-DIV-SCAN              PIC 999.
       01 WS-SEASON-REPORT-PATH    PIC X(100)
                                    VALUE 'games-night-season.rpt'.
       01 WS-SEASON-REPORT-STATUS  PIC XX.
       01 WS-EOF-PROFILE           PIC X VALUE 'N'.
         88 END-OF-PROFILE-FILE    VALUE 'Y'.
       01 WS-PF-REQUESTS           PIC 9(4) VALUE 0.
       01 WS-PF-CARDS              PIC 9(4) VALUE 0.
       01 WS-PF-UNKNOWN            PIC 9(4) VALUE 0.
      *// the player on the card and every spelling the
      *// registry resolves to them, canonical first.
       01 WS-PF-CANONICAL          PIC X(20).
       01 WS-PF-NUMBER             PIC 9(4).
       01 WS-PF-STATUS             PIC X.
       01 WS-PF-NAME-TABLE.
         02 WS-PF-NAME OCCURS 20 TIMES PIC X(20).
       01 WS-PF-NAME-COUNT         PIC 99.
       01 WS-PF-NAME-IND           PIC 99.
       01 WS-PF-CHECK              PIC X(20).
       01 WS-PF-MATCH              PIC X.
         88 PROFILE-NAME-MATCHED   VALUE 'Y'.
       01 WS-PF-FOUND              PIC X.
       01 WS-PF-LINE               PIC X(100).
       01 WS-PF-LABEL              PIC X(22).
       01 WS-PF-VALUE              PIC X(76).
       01 WS-PF-PTR                PIC 999.
      *// YACHT
       01 WS-PF-YACHT-TOTAL        PIC 9(6).
       01 WS-PF-YACHT-ROWS         PIC 99.
       01 WS-PF-BEST-TOTAL         PIC 9(4).
       01 WS-PF-BEST-DATE          PIC X(8).
       01 WS-PF-BEST-GAME          PIC 99.
       01 WS-PF-SHEETS             PIC 9(4).
       01 WS-PF-BR-PLAYED          PIC 99.
       01 WS-PF-BR-WON             PIC 99.
       01 WS-PF-BR-LOST            PIC 99.
       01 WS-PF-BR-OPEN            PIC 99.
       01 WS-PF-BR-ROUND           PIC 99.
       01 WS-PF-BR-WIN-ROUND       PIC 99.
       01 WS-PF-BR-FINAL-ROUND     PIC 99.
      *// DARTS
       01 WS-PF-DARTS-TOTAL        PIC 9(6).
       01 WS-PF-DARTS-ADJ          PIC 9(6).
       01 WS-PF-DARTS-ROWS         PIC 99.
       01 WS-PF-HANDICAP           PIC S9(3).
       01 WS-PF-HANDICAP-FOUND     PIC X.
       01 WS-PF-STATS-NAME         PIC X(20).
       01 WS-PF-STATS-LINE         PIC X(80).
       01 WS-PF-PT-PLAYED          PIC 9(3).
       01 WS-PF-PT-WON             PIC 9(3).
       01 WS-PF-PT-DRAWN           PIC 9(3).
       01 WS-PF-PT-LOST            PIC 9(3).
       01 WS-PF-PT-POINTS          PIC 9(4).
       01 WS-PF-PT-FOUND           PIC X.
      *// GAMES-NIGHT
       01 WS-PF-GN-NIGHTS          PIC 9(3).
       01 WS-PF-GN-POINTS          PIC 9(6).
       01 WS-PF-GN-BEST            PIC 9(4).
       01 WS-PF-GN-LAST            PIC X(8).
       01 WS-PF-GN-RANK            PIC X(5).
       01 WS-PF-GN-RANKED          PIC 9(4).
       01 WS-PF-RANK-TEXT          PIC X(5).
       01 WS-PF-RANK-REST          PIC X(95).
       01 WS-PF-RANK-FIELDS        PIC 9.
      *// edited figures for the card
       01 WS-PF-EDIT               PIC Z(5)9.
       01 WS-PF-EDIT2              PIC Z(5)9.
       01 WS-PF-EDIT3              PIC Z(5)9.
       01 WS-PF-EDIT4              PIC Z(5)9.
       01 WS-PF-EDIT5              PIC Z(5)9.
       01 WS-PF-SIGNED-EDIT        PIC +++9.
       01 WS-PF-NUMBER-EDIT        PIC 9(4).
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'registry-control.dat'.
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
       PLAYER-REGISTRY.
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-JOB-START
           IF MODE-PROFILE
              PERFORM RUN-PLAYER-PROFILES
              GOBACK
           END-IF
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF MODE-VALIDATE
              MOVE 'PLAYER REGISTRY CHANGES (VALIDATION ONLY)'
                TO CHANGE-REPORT-REC
           ELSE
              MOVE 'PLAYER REGISTRY CHANGES' TO CHANGE-REPORT-REC
           END-IF
           WRITE CHANGE-REPORT-REC
           PERFORM LOAD-REGISTRY-TABLE
           IF REGISTRY-OVERFLOW
              MOVE 'registry has more than 400 rows -- nothing applied'
                TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              CLOSE CHANGE-REPORT-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM APPLY-TRANSACTIONS
           IF MODE-UPDATE AND WS-TX-APPLIED > 0
              IF WS-MG-COUNT > 0
                 PERFORM TAKE-REKEY-LOCKS
              END-IF
              IF WS-MG-COUNT EQUAL 0 OR REKEY-LOCKS-HELD
                 PERFORM REWRITE-REGISTRY
                 IF REGISTRY-WRITTEN AND WS-MG-COUNT > 0
                    PERFORM REKEY-MERGED-PLAYERS
                 END-IF
              END-IF
              PERFORM RELEASE-REKEY-LOCKS
           END-IF
           PERFORM WRITE-CHANGE-TOTALS
           PERFORM COLLECT-REGISTRATION-CANDIDATES
           PERFORM WRITE-CANDIDATE-SECTION
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-TX-APPLIED TO WS-JH-WRITTEN
           MOVE WS-TX-REJECTED TO WS-JH-REJECTS
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
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'U' OR 'V' OR 'P'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'player-registry run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: U V P), '
                       'entry ignored'
                 END-IF
              WHEN 'TRANSACTIONS'
                 MOVE RCTL-VALUE TO WS-TRANSACTION-PATH
              WHEN 'REGISTRY'
                 MOVE RCTL-VALUE TO WS-REGISTRY-PATH
              WHEN 'REPORT'
                 MOVE RCTL-VALUE TO WS-CHANGE-REPORT-PATH
              WHEN 'CANDIDATES'
                 MOVE RCTL-VALUE TO WS-CANDIDATE-PATH
              WHEN 'YACHT-EXC'
                 MOVE RCTL-VALUE TO WS-YACHT-EXCEPTIONS-PATH
              WHEN 'DARTS-EXC'
                 MOVE RCTL-VALUE TO WS-DARTS-EXCEPTIONS-PATH
              WHEN 'GN-EXC'
                 MOVE RCTL-VALUE TO WS-GN-EXCEPTIONS-PATH
              WHEN 'YACHT-LB'
                 MOVE RCTL-VALUE TO WS-YACHT-LEADERBOARD-PATH
              WHEN 'DARTS-LB'
                 MOVE RCTL-VALUE TO WS-DARTS-LEADERBOARD-PATH
              WHEN 'SERIES'
                 MOVE RCTL-VALUE TO WS-SERIES-PATH
              WHEN 'PROFILES'
                 MOVE RCTL-VALUE TO WS-PROFILE-REQUEST-PATH
              WHEN 'PROFILE-RPT'
                 MOVE RCTL-VALUE TO WS-PROFILE-REPORT-PATH
              WHEN 'SHEET-HIST'
                 MOVE RCTL-VALUE TO WS-SHEET-HISTORY-PATH
              WHEN 'BRACKET'
                 MOVE RCTL-VALUE TO WS-BRACKET-PATH
              WHEN 'HANDICAPS'
                 MOVE RCTL-VALUE TO WS-HANDICAP-PATH
              WHEN 'PLAYER-STATS'
                 MOVE RCTL-VALUE TO WS-PLAYER-STATS-PATH
              WHEN 'POINTS-TABLE'
                 MOVE RCTL-VALUE TO WS-POINTS-TABLE-PATH
              WHEN 'DIVISIONS'
                 MOVE RCTL-VALUE TO WS-DIVISIONS-PATH
              WHEN 'SEASON-RPT'
                 MOVE RCTL-VALUE TO WS-SEASON-REPORT-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'player-registry run-control: unknown '
                    'keyword ''' FUNCTION TRIM(RCTL-KEYWORD)
                    ''', entry ignored'
           END-EVALUATE
       .
      *// the registry as it stands; no registry file yet
      *// simply means the first run starts from empty.
       LOAD-REGISTRY-TABLE.
           MOVE 0 TO WS-RM-COUNT
           MOVE 0 TO WS-RM-MAX-NUMBER
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS EQUAL '00'
              PERFORM UNTIL WS-REGISTRY-STATUS NOT EQUAL '00'
                 READ REGISTRY-FILE
                    AT END MOVE '10' TO WS-REGISTRY-STATUS
                    NOT AT END
                       IF RG-CANONICAL NOT EQUAL SPACES
                          IF WS-RM-COUNT < 400
                             ADD 1 TO WS-RM-COUNT
                             MOVE REGISTRY-REC
                               TO WS-RM-ENTRY(WS-RM-COUNT)
                             IF RM-NUMBER(WS-RM-COUNT) IS NOT NUMERIC
                                MOVE 0 TO RM-NUMBER(WS-RM-COUNT)
                             END-IF
                             IF RM-STATUS(WS-RM-COUNT) EQUAL SPACE
                                MOVE 'A' TO RM-STATUS(WS-RM-COUNT)
                             END-IF
                             IF RM-NUMBER(WS-RM-COUNT)
                                > WS-RM-MAX-NUMBER
                                MOVE RM-NUMBER(WS-RM-COUNT)
                                  TO WS-RM-MAX-NUMBER
                             END-IF
                          ELSE
                             MOVE 'Y' TO WS-RM-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRY-FILE
           END-IF
       .
       APPLY-TRANSACTIONS.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE '--- TRANSACTIONS ---' TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT EQUAL '00'
              MOVE 'no transaction file -- registry unchanged'
                TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-TRANSACTIONS
           PERFORM UNTIL END-OF-TRANSACTIONS
              READ TRANSACTION-FILE
                 AT END MOVE 'Y' TO WS-EOF-TRANSACTIONS
                 NOT AT END
                    IF TRANSACTION-REC NOT EQUAL SPACES
                       ADD 1 TO WS-JH-READ
                       PERFORM APPLY-ONE-TRANSACTION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
       .
      *// every transaction is checked against the
      *// registry as it stands at that point; a failed check
      *// rejects that one transaction with its reason and the
      *// rest of the file still runs.
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TX-REASON
           EVALUATE RT-ACTION
              WHEN 'ADD'
                 PERFORM APPLY-ADD-PLAYER
              WHEN 'ALIAS'
                 PERFORM APPLY-ADD-ALIAS
              WHEN 'RETIRE'
                 PERFORM APPLY-RETIRE-PLAYER
              WHEN 'MERGE'
                 PERFORM APPLY-MERGE-PLAYERS
              WHEN OTHER
                 MOVE 'unknown action' TO WS-TX-REASON
           END-EVALUATE
           MOVE SPACES TO CHANGE-REPORT-REC
           IF WS-TX-REASON EQUAL SPACES
              ADD 1 TO WS-TX-APPLIED
              STRING FUNCTION TRIM(RT-ACTION) DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     FUNCTION TRIM(RT-NAME)   DELIMITED BY SIZE
                     INTO CHANGE-REPORT-REC
           ELSE
              ADD 1 TO WS-TX-REJECTED
              STRING 'REJECTED '              DELIMITED BY SIZE
                     FUNCTION TRIM(RT-ACTION) DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     FUNCTION TRIM(RT-NAME)   DELIMITED BY SIZE
                     INTO CHANGE-REPORT-REC
           END-IF
           PERFORM APPEND-TRANSACTION-DETAIL
           WRITE CHANGE-REPORT-REC
       .
      *// what the applied transaction did, or why it was
      *// turned away, after the action and name.
       APPEND-TRANSACTION-DETAIL.
           MOVE SPACES TO WS-TX-LINE
           IF WS-TX-REASON NOT EQUAL SPACES
              STRING FUNCTION TRIM(CHANGE-REPORT-REC)
                                             DELIMITED BY SIZE
                     ' -- '                  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TX-REASON)
                                             DELIMITED BY SIZE
                     INTO WS-TX-LINE
           ELSE
              EVALUATE RT-ACTION
                 WHEN 'ADD'
                    MOVE WS-TX-NUMBER TO WS-TX-NUMBER-EDIT
                    STRING FUNCTION TRIM(CHANGE-REPORT-REC)
                                             DELIMITED BY SIZE
                           ' registered as number '
                                             DELIMITED BY SIZE
                           WS-TX-NUMBER-EDIT DELIMITED BY SIZE
                           INTO WS-TX-LINE
                 WHEN 'ALIAS'
                    STRING FUNCTION TRIM(CHANGE-REPORT-REC)
                                             DELIMITED BY SIZE
                           ' now also known as '
                                             DELIMITED BY SIZE
                           FUNCTION TRIM(RT-NAME-2)
                                             DELIMITED BY SIZE
                           INTO WS-TX-LINE
                 WHEN 'RETIRE'
                    STRING FUNCTION TRIM(CHANGE-REPORT-REC)
                                             DELIMITED BY SIZE
                           ' retired, number kept reserved'
                                             DELIMITED BY SIZE
                           INTO WS-TX-LINE
                 WHEN 'MERGE'
                    STRING FUNCTION TRIM(CHANGE-REPORT-REC)
                                             DELIMITED BY SIZE
                           ' merged into '   DELIMITED BY SIZE
                           FUNCTION TRIM(RT-NAME-2)
                                             DELIMITED BY SIZE
                           INTO WS-TX-LINE
              END-EVALUATE
           END-IF
           MOVE WS-TX-LINE TO CHANGE-REPORT-REC
       .
      *// a new player: the name must not already be a
      *// player or an alias, and a number given by the desk must
      *// never have been used -- zero takes the next free one.
       APPLY-ADD-PLAYER.
           IF RT-NAME EQUAL SPACES
              MOVE 'no player name' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-NAME TO WS-RM-LOOKUP
           PERFORM FIND-ANY-NAME
           IF WS-RM-FOUND-IND > 0
              MOVE 'name already registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF RT-NUMBER EQUAL SPACES
              MOVE 0 TO WS-TX-NUMBER
           ELSE
              IF RT-NUMBER IS NOT NUMERIC
                 MOVE 'player number not numeric' TO WS-TX-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE RT-NUMBER TO WS-TX-NUMBER
           END-IF
           IF WS-TX-NUMBER EQUAL 0
              IF WS-RM-MAX-NUMBER EQUAL 9999
                 MOVE 'no free player number' TO WS-TX-REASON
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-TX-NUMBER = WS-RM-MAX-NUMBER + 1
           ELSE
              MOVE WS-TX-NUMBER TO WS-RM-LOOKUP-NUMBER
              PERFORM FIND-NUMBER
              IF WS-RM-FOUND-IND > 0
                 MOVE 'player number already used' TO WS-TX-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-RM-COUNT NOT < 400
              MOVE 'registry table full' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RM-COUNT
           MOVE WS-TX-NUMBER TO RM-NUMBER(WS-RM-COUNT)
           MOVE RT-NAME TO RM-CANONICAL(WS-RM-COUNT)
           MOVE SPACES TO RM-ALIAS(WS-RM-COUNT)
           MOVE 'A' TO RM-STATUS(WS-RM-COUNT)
           IF WS-TX-NUMBER > WS-RM-MAX-NUMBER
              MOVE WS-TX-NUMBER TO WS-RM-MAX-NUMBER
           END-IF
       .
      *// a new spelling for an active player; the alias
      *// must not already resolve to anyone.
       APPLY-ADD-ALIAS.
           MOVE RT-NAME TO WS-RM-LOOKUP
           PERFORM FIND-CANONICAL
           IF WS-RM-FOUND-IND EQUAL 0
              MOVE 'player not registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RM-FOUND-IND TO WS-RM-CANON-IND
           IF RM-STATUS(WS-RM-CANON-IND) EQUAL 'R'
              MOVE 'player is retired' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF RT-NAME-2 EQUAL SPACES
              MOVE 'no alias given' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-NAME-2 TO WS-RM-LOOKUP
           PERFORM FIND-ANY-NAME
           IF WS-RM-FOUND-IND > 0
              MOVE 'alias already registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-RM-COUNT NOT < 400
              MOVE 'registry table full' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RM-COUNT
           MOVE RM-NUMBER(WS-RM-CANON-IND) TO RM-NUMBER(WS-RM-COUNT)
           MOVE RT-NAME TO RM-CANONICAL(WS-RM-COUNT)
           MOVE RT-NAME-2 TO RM-ALIAS(WS-RM-COUNT)
           MOVE 'A' TO RM-STATUS(WS-RM-COUNT)
       .
      *// a retired player keeps every row, so old results
      *// still resolve and the number is never reissued.
       APPLY-RETIRE-PLAYER.
           MOVE RT-NAME TO WS-RM-LOOKUP
           PERFORM FIND-CANONICAL
           IF WS-RM-FOUND-IND EQUAL 0
              MOVE 'player not registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF RM-STATUS(WS-RM-FOUND-IND) EQUAL 'R'
              MOVE 'player already retired' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RM-IND FROM 1 BY 1
              UNTIL WS-RM-IND > WS-RM-COUNT
              IF RM-CANONICAL(WS-RM-IND) EQUAL RT-NAME
              AND RM-STATUS(WS-RM-IND) NOT EQUAL 'M'
                 MOVE 'R' TO RM-STATUS(WS-RM-IND)
              END-IF
           END-PERFORM
       .
      *// two registrations that are one real person: the
      *// duplicate's own row becomes an alias of the survivor but
      *// keeps its old number (status M) so that number is never
      *// reissued; its aliases move to the survivor's number.
       APPLY-MERGE-PLAYERS.
           IF RT-NAME EQUAL RT-NAME-2
              MOVE 'cannot merge a player into itself' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-NAME TO WS-RM-LOOKUP
           PERFORM FIND-CANONICAL
           IF WS-RM-FOUND-IND EQUAL 0
              MOVE 'duplicate player not registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RT-NAME-2 TO WS-RM-LOOKUP
           PERFORM FIND-CANONICAL
           IF WS-RM-FOUND-IND EQUAL 0
              MOVE 'surviving player not registered' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF RM-STATUS(WS-RM-FOUND-IND) EQUAL 'R'
              MOVE 'surviving player is retired' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-MG-COUNT NOT < 50
              MOVE 'too many merges in one run' TO WS-TX-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE RM-NUMBER(WS-RM-FOUND-IND) TO WS-TX-SURVIVOR-NUMBER
           MOVE RM-STATUS(WS-RM-FOUND-IND) TO WS-TX-SURVIVOR-STATUS
           PERFORM VARYING WS-RM-IND FROM 1 BY 1
              UNTIL WS-RM-IND > WS-RM-COUNT
              IF RM-CANONICAL(WS-RM-IND) EQUAL RT-NAME
                 IF RM-ALIAS(WS-RM-IND) EQUAL SPACES
                    MOVE RT-NAME TO RM-ALIAS(WS-RM-IND)
                    MOVE 'M' TO RM-STATUS(WS-RM-IND)
                 ELSE
                    IF RM-STATUS(WS-RM-IND) NOT EQUAL 'M'
                       MOVE WS-TX-SURVIVOR-NUMBER
                         TO RM-NUMBER(WS-RM-IND)
                       MOVE WS-TX-SURVIVOR-STATUS
                         TO RM-STATUS(WS-RM-IND)
                    END-IF
                 END-IF
                 MOVE RT-NAME-2 TO RM-CANONICAL(WS-RM-IND)
              END-IF
           END-PERFORM
           ADD 1 TO WS-MG-COUNT
           MOVE RT-NAME TO MG-FROM(WS-MG-COUNT)
           MOVE RT-NAME-2 TO MG-TO(WS-MG-COUNT)
       .
      *// the player's own row: canonical name, no alias.
       FIND-CANONICAL.
           MOVE 0 TO WS-RM-FOUND-IND
           PERFORM VARYING WS-RM-I FROM 1 BY 1
              UNTIL WS-RM-I > WS-RM-COUNT
              IF RM-CANONICAL(WS-RM-I) EQUAL WS-RM-LOOKUP
              AND RM-ALIAS(WS-RM-I) EQUAL SPACES
                 MOVE WS-RM-I TO WS-RM-FOUND-IND
                 MOVE WS-RM-COUNT TO WS-RM-I
              END-IF
           END-PERFORM
       .
      *// any row the name would resolve through, as the
      *// reading programs resolve it.
       FIND-ANY-NAME.
           MOVE 0 TO WS-RM-FOUND-IND
           PERFORM VARYING WS-RM-I FROM 1 BY 1
              UNTIL WS-RM-I > WS-RM-COUNT
              IF RM-ALIAS(WS-RM-I) EQUAL WS-RM-LOOKUP
              OR (RM-ALIAS(WS-RM-I) EQUAL SPACES
                  AND RM-CANONICAL(WS-RM-I) EQUAL WS-RM-LOOKUP)
                 MOVE WS-RM-I TO WS-RM-FOUND-IND
                 MOVE WS-RM-COUNT TO WS-RM-I
              END-IF
           END-PERFORM
       .
       FIND-NUMBER.
           MOVE 0 TO WS-RM-FOUND-IND
           PERFORM VARYING WS-RM-I FROM 1 BY 1
              UNTIL WS-RM-I > WS-RM-COUNT
              IF RM-NUMBER(WS-RM-I) EQUAL WS-RM-LOOKUP-NUMBER
                 MOVE WS-RM-I TO WS-RM-FOUND-IND
                 MOVE WS-RM-COUNT TO WS-RM-I
              END-IF
           END-PERFORM
       .
      *// the registry is rewritten whole, in number order
      *// with each player's own row ahead of its aliases, behind
      *// a .bak copy so a crash mid-write cannot lose it.
       REWRITE-REGISTRY.
           MOVE WS-REGISTRY-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              MOVE SPACES TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              MOVE 'registry locked -- no changes written'
                TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           PERFORM SORT-REGISTRY-TABLE
           PERFORM BACK-UP-REGISTRY
           OPEN OUTPUT REGISTRY-FILE
           PERFORM VARYING WS-RM-IND FROM 1 BY 1
              UNTIL WS-RM-IND > WS-RM-COUNT
              MOVE WS-RM-ENTRY(WS-RM-IND) TO REGISTRY-REC
              WRITE REGISTRY-REC
           END-PERFORM
           CLOSE REGISTRY-FILE
           PERFORM RELEASE-FILE-LOCK
           MOVE 'Y' TO WS-REGISTRY-WRITTEN
       .
       BACK-UP-REGISTRY.
           MOVE SPACES TO WS-REGISTRY-BAK-PATH
           STRING FUNCTION TRIM(WS-REGISTRY-PATH)
                                            DELIMITED BY SIZE
                  '.bak'                    DELIMITED BY SIZE
                  INTO WS-REGISTRY-BAK-PATH
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS EQUAL '00'
              OPEN OUTPUT REGISTRY-BAK-FILE
              PERFORM UNTIL WS-REGISTRY-STATUS NOT EQUAL '00'
                 READ REGISTRY-FILE
                    AT END MOVE '10' TO WS-REGISTRY-STATUS
                    NOT AT END
                       MOVE REGISTRY-REC TO REGISTRY-BAK-REC
                       WRITE REGISTRY-BAK-REC
                 END-READ
              END-PERFORM
              CLOSE REGISTRY-FILE
              CLOSE REGISTRY-BAK-FILE
           END-IF
       .
      *// simple ascending bubble sort on number, then
      *// alias -- a blank alias (the player's own row) sorts first.
       SORT-REGISTRY-TABLE.
           MOVE 'Y' TO WS-RM-SWAPPED
           PERFORM UNTIL NOT RM-SWAPPED
              MOVE 'N' TO WS-RM-SWAPPED
              PERFORM VARYING WS-RM-I FROM 1 BY 1
                 UNTIL WS-RM-I > WS-RM-COUNT - 1
                 IF RM-NUMBER(WS-RM-I) > RM-NUMBER(WS-RM-I + 1)
                 OR (RM-NUMBER(WS-RM-I) EQUAL RM-NUMBER(WS-RM-I + 1)
                     AND RM-ALIAS(WS-RM-I) > RM-ALIAS(WS-RM-I + 1))
                    MOVE WS-RM-ENTRY(WS-RM-I) TO WS-RM-TEMP-ENTRY
                    MOVE WS-RM-ENTRY(WS-RM-I + 1)
                      TO WS-RM-ENTRY(WS-RM-I)
                    MOVE WS-RM-TEMP-ENTRY TO WS-RM-ENTRY(WS-RM-I + 1)
                    MOVE 'Y' TO WS-RM-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
      *// a merge touches the registry and all three history
      *// files, so every re-key lock is taken before the registry
      *// is written: if any is held the merges are not applied at
      *// all, rather than the registry saying merged while a
      *// player's history is left split under two names.
       TAKE-REKEY-LOCKS.
           MOVE 0 TO WS-REKEY-LOCKS
           MOVE WS-YACHT-LEADERBOARD-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF FILE-LOCK-TAKEN
              ADD 1 TO WS-REKEY-LOCKS
              MOVE WS-DARTS-LEADERBOARD-PATH TO WS-LOCK-TARGET-PATH
              PERFORM ACQUIRE-FILE-LOCK
           END-IF
           IF FILE-LOCK-TAKEN
              ADD 1 TO WS-REKEY-LOCKS
              MOVE WS-SERIES-PATH TO WS-LOCK-TARGET-PATH
              PERFORM ACQUIRE-FILE-LOCK
           END-IF
           IF FILE-LOCK-TAKEN
              ADD 1 TO WS-REKEY-LOCKS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING FUNCTION TRIM(WS-LOCK-TARGET-PATH) DELIMITED BY SIZE
                  ' locked -- merges not applied'    DELIMITED BY SIZE
                  INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE 'FAILED' TO WS-JH-STATUS-OUT
           PERFORM RELEASE-REKEY-LOCKS
       .
      *// the lock path is derived again for each release, as
      *// the last one acquired is the only one still in hand.
       RELEASE-REKEY-LOCKS.
           IF WS-REKEY-LOCKS > 0
              MOVE WS-YACHT-LEADERBOARD-PATH TO WS-LOCK-TARGET-PATH
              PERFORM RELEASE-TARGET-LOCK
           END-IF
           IF WS-REKEY-LOCKS > 1
              MOVE WS-DARTS-LEADERBOARD-PATH TO WS-LOCK-TARGET-PATH
              PERFORM RELEASE-TARGET-LOCK
           END-IF
           IF WS-REKEY-LOCKS > 2
              MOVE WS-SERIES-PATH TO WS-LOCK-TARGET-PATH
              PERFORM RELEASE-TARGET-LOCK
           END-IF
           MOVE 0 TO WS-REKEY-LOCKS
       .
      *// carry each merged spelling's history over to the
      *// surviving name, only once the registry itself is written,
      *// under the locks TAKE-REKEY-LOCKS already holds.
       REKEY-MERGED-PLAYERS.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE '--- MERGE RE-KEYING ---' TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           PERFORM VARYING WS-MG-IND FROM 1 BY 1
              UNTIL WS-MG-IND > WS-MG-COUNT
              PERFORM REKEY-YACHT-LEADERBOARD
              PERFORM REKEY-DARTS-LEADERBOARD
           END-PERFORM
           PERFORM REKEY-SERIES-FILE
       .
      *// the duplicate's yacht total is added into the
      *// survivor's row (or becomes it) and the old row goes.
       REKEY-YACHT-LEADERBOARD.
           MOVE 'N' TO WS-MOVED-FOUND
           OPEN I-O YACHT-LEADERBOARD-FILE
           IF WS-YACHT-LEADERBOARD-STATUS EQUAL '00'
              MOVE MG-FROM(WS-MG-IND) TO YLB-PLAYER-NAME
              READ YACHT-LEADERBOARD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-MOVED-FOUND
                    MOVE YLB-TOTAL TO WS-MOVED-TOTAL
                    DELETE YACHT-LEADERBOARD-FILE
                       INVALID KEY CONTINUE
                    END-DELETE
              END-READ
              IF WS-MOVED-FOUND EQUAL 'Y'
                 MOVE MG-TO(WS-MG-IND) TO YLB-PLAYER-NAME
                 READ YACHT-LEADERBOARD-FILE
                    INVALID KEY
                       MOVE WS-MOVED-TOTAL TO YLB-TOTAL
                       WRITE YACHT-LEADERBOARD-REC
                    NOT INVALID KEY
                       ADD WS-MOVED-TOTAL TO YLB-TOTAL
                       REWRITE YACHT-LEADERBOARD-REC
                 END-READ
              END-IF
           END-IF
           CLOSE YACHT-LEADERBOARD-FILE
           IF WS-MOVED-FOUND EQUAL 'Y'
              MOVE 'yacht leaderboard re-keyed' TO WS-REKEY-RESULT
           ELSE
              MOVE 'no yacht leaderboard row' TO WS-REKEY-RESULT
           END-IF
           PERFORM WRITE-REKEY-LINE
       .
      *// same for darts, raw and handicap-adjusted totals
      *// both carried over.
       REKEY-DARTS-LEADERBOARD.
           MOVE 'N' TO WS-MOVED-FOUND
           OPEN I-O DARTS-LEADERBOARD-FILE
           IF WS-DARTS-LEADERBOARD-STATUS EQUAL '00'
              MOVE MG-FROM(WS-MG-IND) TO DLB-PLAYER-NAME
              READ DARTS-LEADERBOARD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-MOVED-FOUND
                    MOVE DLB-TOTAL TO WS-MOVED-TOTAL
                    MOVE DLB-ADJ-TOTAL TO WS-MOVED-ADJ-TOTAL
                    DELETE DARTS-LEADERBOARD-FILE
                       INVALID KEY CONTINUE
                    END-DELETE
              END-READ
              IF WS-MOVED-FOUND EQUAL 'Y'
                 MOVE MG-TO(WS-MG-IND) TO DLB-PLAYER-NAME
                 READ DARTS-LEADERBOARD-FILE
                    INVALID KEY
                       MOVE WS-MOVED-TOTAL TO DLB-TOTAL
                       MOVE WS-MOVED-ADJ-TOTAL TO DLB-ADJ-TOTAL
                       WRITE DARTS-LEADERBOARD-REC
                    NOT INVALID KEY
                       ADD WS-MOVED-TOTAL TO DLB-TOTAL
                       ADD WS-MOVED-ADJ-TOTAL TO DLB-ADJ-TOTAL
                       REWRITE DARTS-LEADERBOARD-REC
                 END-READ
              END-IF
           END-IF
           CLOSE DARTS-LEADERBOARD-FILE
           IF WS-MOVED-FOUND EQUAL 'Y'
              MOVE 'darts leaderboard re-keyed' TO WS-REKEY-RESULT
           ELSE
              MOVE 'no darts leaderboard row' TO WS-REKEY-RESULT
           END-IF
           PERFORM WRITE-REKEY-LINE
       .
       WRITE-REKEY-LINE.
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING FUNCTION TRIM(MG-FROM(WS-MG-IND)) DELIMITED BY SIZE
                  ' -> '                            DELIMITED BY SIZE
                  FUNCTION TRIM(MG-TO(WS-MG-IND))   DELIMITED BY SIZE
                  ': '                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REKEY-RESULT)       DELIMITED BY SIZE
                  INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
       .
      *// the series is copied to .bak and streamed back
      *// with every merged spelling renamed in one pass; a night
      *// the person played under both names becomes one row.
       REKEY-SERIES-FILE.
           MOVE 0 TO WS-REKEY-COUNT
           MOVE SPACES TO WS-SERIES-BAK-PATH
           STRING FUNCTION TRIM(WS-SERIES-PATH) DELIMITED BY SIZE
                  '.bak'                        DELIMITED BY SIZE
                  INTO WS-SERIES-BAK-PATH
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS NOT EQUAL '00'
              MOVE 'no games-night series file' TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SERIES-BAK-FILE
           MOVE 'N' TO WS-EOF-SERIES
           PERFORM UNTIL END-OF-SERIES
              READ SERIES-FILE
                 AT END MOVE 'Y' TO WS-EOF-SERIES
                 NOT AT END
                    MOVE SERIES-REC TO SERIES-BAK-REC
                    WRITE SERIES-BAK-REC
              END-READ
           END-PERFORM
           CLOSE SERIES-FILE
           CLOSE SERIES-BAK-FILE
           OPEN INPUT SERIES-BAK-FILE
           OPEN OUTPUT SERIES-FILE
           MOVE 0 TO WS-SG-COUNT
           MOVE SPACES TO WS-SG-DATE
           MOVE 'N' TO WS-EOF-SERIES
           PERFORM UNTIL END-OF-SERIES
              READ SERIES-BAK-FILE
                 AT END MOVE 'Y' TO WS-EOF-SERIES
                 NOT AT END PERFORM REKEY-ONE-SERIES-ROW
              END-READ
           END-PERFORM
           PERFORM FLUSH-SERIES-NIGHT
           CLOSE SERIES-BAK-FILE
           CLOSE SERIES-FILE
           MOVE SPACES TO CHANGE-REPORT-REC
           MOVE WS-REKEY-COUNT TO WS-REKEY-EDIT
           STRING 'games-night series: '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REKEY-EDIT)   DELIMITED BY SIZE
                  ' row(s) re-keyed'             DELIMITED BY SIZE
                  INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
       .
       REKEY-ONE-SERIES-ROW.
           IF SRB-DATE NOT EQUAL WS-SG-DATE
              PERFORM FLUSH-SERIES-NIGHT
              MOVE SRB-DATE TO WS-SG-DATE
           END-IF
      *// merges apply in transaction order, so a chain
      *// (A into B, then B into C) lands on C.
           MOVE SRB-PLAYER TO WS-MG-NAME
           PERFORM VARYING WS-MG-IND FROM 1 BY 1
              UNTIL WS-MG-IND > WS-MG-COUNT
              IF WS-MG-NAME EQUAL MG-FROM(WS-MG-IND)
                 MOVE MG-TO(WS-MG-IND) TO WS-MG-NAME
              END-IF
           END-PERFORM
           IF WS-MG-NAME NOT EQUAL SRB-PLAYER
              ADD 1 TO WS-REKEY-COUNT
           END-IF
           MOVE 0 TO WS-SG-CUR
           PERFORM VARYING WS-SG-IND FROM 1 BY 1
              UNTIL WS-SG-IND > WS-SG-COUNT
              IF SG-PLAYER(WS-SG-IND) EQUAL WS-MG-NAME
                 MOVE WS-SG-IND TO WS-SG-CUR
                 MOVE WS-SG-COUNT TO WS-SG-IND
              END-IF
           END-PERFORM
           IF WS-SG-CUR EQUAL 0
              IF WS-SG-COUNT NOT < 400
                 PERFORM FLUSH-SERIES-NIGHT
              END-IF
              ADD 1 TO WS-SG-COUNT
              MOVE WS-SG-COUNT TO WS-SG-CUR
              MOVE WS-MG-NAME TO SG-PLAYER(WS-SG-CUR)
              MOVE 0 TO SG-POINTS(WS-SG-CUR)
           END-IF
           ADD SRB-POINTS TO SG-POINTS(WS-SG-CUR)
       .
       FLUSH-SERIES-NIGHT.
           PERFORM VARYING WS-SG-IND FROM 1 BY 1
              UNTIL WS-SG-IND > WS-SG-COUNT
              MOVE SPACES TO SERIES-REC
              MOVE WS-SG-DATE TO SR-DATE
              MOVE SG-PLAYER(WS-SG-IND) TO SR-PLAYER
              MOVE SG-POINTS(WS-SG-IND) TO SR-POINTS
              WRITE SERIES-REC
           END-PERFORM
           MOVE 0 TO WS-SG-COUNT
       .
       WRITE-CHANGE-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE WS-TX-APPLIED TO WS-TX-EDIT
           MOVE WS-TX-REJECTED TO WS-TX-EDIT2
           STRING FUNCTION TRIM(WS-TX-EDIT)  DELIMITED BY SIZE
                  ' applied, '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-EDIT2) DELIMITED BY SIZE
                  ' rejected'                DELIMITED BY SIZE
                  INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           IF MODE-UPDATE AND WS-TX-APPLIED > 0
           AND NOT REGISTRY-WRITTEN
              MOVE 'registry NOT rewritten -- rerun when free'
                TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
           END-IF
       .
      *// every unknown name on the three exceptions lists
      *// that the registry (as this run left it) still doesn't
      *// know; the same path named twice is read once.
       COLLECT-REGISTRATION-CANDIDATES.
           MOVE 0 TO WS-CAND-COUNT
           MOVE WS-YACHT-EXCEPTIONS-PATH TO WS-EXCEPTIONS-PATH
           PERFORM READ-ONE-EXCEPTIONS-FILE
           IF WS-DARTS-EXCEPTIONS-PATH
              NOT EQUAL WS-YACHT-EXCEPTIONS-PATH
              MOVE WS-DARTS-EXCEPTIONS-PATH TO WS-EXCEPTIONS-PATH
              PERFORM READ-ONE-EXCEPTIONS-FILE
           END-IF
           IF WS-GN-EXCEPTIONS-PATH
              NOT EQUAL WS-YACHT-EXCEPTIONS-PATH
           AND WS-GN-EXCEPTIONS-PATH
              NOT EQUAL WS-DARTS-EXCEPTIONS-PATH
              MOVE WS-GN-EXCEPTIONS-PATH TO WS-EXCEPTIONS-PATH
              PERFORM READ-ONE-EXCEPTIONS-FILE
           END-IF
       .
       READ-ONE-EXCEPTIONS-FILE.
           MOVE 'N' TO WS-EXC-FROM-YACHT
           MOVE 'N' TO WS-EXC-FROM-DARTS
           MOVE 'N' TO WS-EXC-FROM-GN
           IF WS-YACHT-EXCEPTIONS-PATH EQUAL WS-EXCEPTIONS-PATH
              MOVE 'Y' TO WS-EXC-FROM-YACHT
           END-IF
           IF WS-DARTS-EXCEPTIONS-PATH EQUAL WS-EXCEPTIONS-PATH
              MOVE 'Y' TO WS-EXC-FROM-DARTS
           END-IF
           IF WS-GN-EXCEPTIONS-PATH EQUAL WS-EXCEPTIONS-PATH
              MOVE 'Y' TO WS-EXC-FROM-GN
           END-IF
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXCEPTIONS-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-EXCEPTIONS
           PERFORM UNTIL END-OF-EXCEPTIONS
              READ EXCEPTIONS-FILE
                 AT END MOVE 'Y' TO WS-EOF-EXCEPTIONS
                 NOT AT END PERFORM TALLY-ONE-CANDIDATE
              END-READ
           END-PERFORM
           CLOSE EXCEPTIONS-FILE
       .
      *// the lines read "<name> -- not in player registry".
       TALLY-ONE-CANDIDATE.
           MOVE SPACES TO WS-CAND-NAME
           UNSTRING EXCEPTIONS-REC DELIMITED BY ' -- '
              INTO WS-CAND-NAME
           END-UNSTRING
           IF WS-CAND-NAME EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-NAME TO WS-RM-LOOKUP
           PERFORM FIND-ANY-NAME
           IF WS-RM-FOUND-IND > 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAND-CUR
           PERFORM VARYING WS-CAND-IND FROM 1 BY 1
              UNTIL WS-CAND-IND > WS-CAND-COUNT
              IF CAND-NAME(WS-CAND-IND) EQUAL WS-CAND-NAME
                 MOVE WS-CAND-IND TO WS-CAND-CUR
                 MOVE WS-CAND-COUNT TO WS-CAND-IND
              END-IF
           END-PERFORM
           IF WS-CAND-CUR EQUAL 0
              IF WS-CAND-COUNT NOT < 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CAND-COUNT
              MOVE WS-CAND-COUNT TO WS-CAND-CUR
              MOVE WS-CAND-NAME TO CAND-NAME(WS-CAND-CUR)
              MOVE 0 TO CAND-SEEN(WS-CAND-CUR)
              MOVE 'N' TO CAND-YACHT(WS-CAND-CUR)
              MOVE 'N' TO CAND-DARTS(WS-CAND-CUR)
              MOVE 'N' TO CAND-GN(WS-CAND-CUR)
              PERFORM FIND-LOOKALIKE-PLAYER
           END-IF
           ADD 1 TO CAND-SEEN(WS-CAND-CUR)
           IF WS-EXC-FROM-YACHT EQUAL 'Y'
              MOVE 'Y' TO CAND-YACHT(WS-CAND-CUR)
           END-IF
           IF WS-EXC-FROM-DARTS EQUAL 'Y'
              MOVE 'Y' TO CAND-DARTS(WS-CAND-CUR)
           END-IF
           IF WS-EXC-FROM-GN EQUAL 'Y'
              MOVE 'Y' TO CAND-GN(WS-CAND-CUR)
           END-IF
       .
      *// "DAVE M" for "Dave M" is a new spelling, not a
      *// new player -- a name that matches an active player but
      *// for case is offered as an alias instead of an ADD.
       FIND-LOOKALIKE-PLAYER.
           MOVE SPACES TO CAND-LIKE(WS-CAND-CUR)
           MOVE FUNCTION UPPER-CASE(WS-CAND-NAME) TO WS-CAND-UPPER
           PERFORM VARYING WS-RM-I FROM 1 BY 1
              UNTIL WS-RM-I > WS-RM-COUNT
              IF RM-ALIAS(WS-RM-I) EQUAL SPACES
              AND RM-STATUS(WS-RM-I) EQUAL 'A'
              AND FUNCTION UPPER-CASE(RM-CANONICAL(WS-RM-I))
                  EQUAL WS-CAND-UPPER
                 MOVE RM-CANONICAL(WS-RM-I) TO CAND-LIKE(WS-CAND-CUR)
                 MOVE WS-RM-COUNT TO WS-RM-I
              END-IF
           END-PERFORM
       .
      *// the candidates print on the change report and go
      *// out as transactions, so registering one is a check and a
      *// feed, not retyping.
       WRITE-CANDIDATE-SECTION.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE '--- REGISTRATION CANDIDATES ---' TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           OPEN OUTPUT CANDIDATE-FILE
           IF WS-CAND-COUNT EQUAL 0
              MOVE 'no unregistered names on the exceptions lists'
                TO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
           END-IF
           PERFORM VARYING WS-CAND-IND FROM 1 BY 1
              UNTIL WS-CAND-IND > WS-CAND-COUNT
              PERFORM BUILD-CANDIDATE-SOURCES
              MOVE CAND-SEEN(WS-CAND-IND) TO WS-CAND-EDIT
              MOVE SPACES TO CHANGE-REPORT-REC
              STRING FUNCTION TRIM(CAND-NAME(WS-CAND-IND))
                                               DELIMITED BY SIZE
                     ' -- seen '               DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAND-EDIT)
                                               DELIMITED BY SIZE
                     ' time(s) on the '        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAND-SOURCES)
                                               DELIMITED BY SIZE
                     ' list'                   DELIMITED BY SIZE
                     INTO CHANGE-REPORT-REC
              WRITE CHANGE-REPORT-REC
              MOVE SPACES TO CANDIDATE-REC
              IF CAND-LIKE(WS-CAND-IND) EQUAL SPACES
                 MOVE 'ADD' TO CD-ACTION
                 MOVE '0000' TO CD-NUMBER
                 MOVE CAND-NAME(WS-CAND-IND) TO CD-NAME
              ELSE
                 MOVE SPACES TO CHANGE-REPORT-REC
                 STRING '   looks like '        DELIMITED BY SIZE
                        FUNCTION TRIM(CAND-LIKE(WS-CAND-IND))
                                               DELIMITED BY SIZE
                        ' -- offered as an alias'
                                               DELIMITED BY SIZE
                        INTO CHANGE-REPORT-REC
                 WRITE CHANGE-REPORT-REC
                 MOVE 'ALIAS' TO CD-ACTION
                 MOVE CAND-LIKE(WS-CAND-IND) TO CD-NAME
                 MOVE CAND-NAME(WS-CAND-IND) TO CD-NAME-2
              END-IF
              WRITE CANDIDATE-REC
           END-PERFORM
           CLOSE CANDIDATE-FILE
       .
      *// which programs' exceptions lists carried the name.
       BUILD-CANDIDATE-SOURCES.
           MOVE SPACES TO WS-CAND-SOURCES
           MOVE 1 TO WS-CAND-PTR
           IF CAND-YACHT(WS-CAND-IND) EQUAL 'Y'
              STRING 'yacht'               DELIMITED BY SIZE
                     INTO WS-CAND-SOURCES WITH POINTER WS-CAND-PTR
           END-IF
           IF CAND-DARTS(WS-CAND-IND) EQUAL 'Y'
              IF WS-CAND-PTR > 1
                 STRING ', '               DELIMITED BY SIZE
                        INTO WS-CAND-SOURCES WITH POINTER WS-CAND-PTR
              END-IF
              STRING 'darts'               DELIMITED BY SIZE
                     INTO WS-CAND-SOURCES WITH POINTER WS-CAND-PTR
           END-IF
           IF CAND-GN(WS-CAND-IND) EQUAL 'Y'
              IF WS-CAND-PTR > 1
                 STRING ', '               DELIMITED BY SIZE
                        INTO WS-CAND-SOURCES WITH POINTER WS-CAND-PTR
              END-IF
              STRING 'games-night'         DELIMITED BY SIZE
                     INTO WS-CAND-SOURCES WITH POINTER WS-CAND-PTR
           END-IF
       .
      *// profile cards: every name on the request file is
      *// looked up the way the reading programs resolve it, and
      *// gets one page gathered under all of the player's
      *// spellings. A name the registry does not know gets a line
      *// saying so instead of a card.
       RUN-PLAYER-PROFILES.
           PERFORM LOAD-REGISTRY-TABLE
           OPEN OUTPUT PROFILE-REPORT-FILE
           OPEN INPUT PROFILE-REQUEST-FILE
           IF WS-PROFILE-REQUEST-STATUS NOT EQUAL '00'
              MOVE 'no profile request file -- no cards printed'
                TO PROFILE-REPORT-REC
              WRITE PROFILE-REPORT-REC
           ELSE
              MOVE 'N' TO WS-EOF-PROFILE
              PERFORM UNTIL END-OF-PROFILE-FILE
                 READ PROFILE-REQUEST-FILE
                    AT END MOVE 'Y' TO WS-EOF-PROFILE
                    NOT AT END
                       IF PQ-PLAYER NOT EQUAL SPACES
                          ADD 1 TO WS-PF-REQUESTS
                          PERFORM PROFILE-ONE-REQUEST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-REQUEST-FILE
           END-IF
           CLOSE PROFILE-REPORT-FILE
           MOVE WS-PF-REQUESTS TO WS-JH-READ
           MOVE WS-PF-CARDS TO WS-JH-WRITTEN
           MOVE WS-PF-UNKNOWN TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       PROFILE-ONE-REQUEST.
           IF PQ-PLAYER EQUAL '*ALL'
              PERFORM VARYING WS-RM-IND FROM 1 BY 1
                 UNTIL WS-RM-IND > WS-RM-COUNT
                 IF RM-ALIAS(WS-RM-IND) EQUAL SPACES
                 AND RM-STATUS(WS-RM-IND) EQUAL 'A'
                    MOVE RM-CANONICAL(WS-RM-IND) TO WS-PF-CANONICAL
                    PERFORM WRITE-PROFILE-CARD
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE PQ-PLAYER TO WS-RM-LOOKUP
           PERFORM FIND-ANY-NAME
           IF WS-RM-FOUND-IND EQUAL 0
              ADD 1 TO WS-PF-UNKNOWN
              MOVE SPACES TO PROFILE-REPORT-REC
              STRING FUNCTION TRIM(PQ-PLAYER)   DELIMITED BY SIZE
                     ' -- not in player registry, no card'
                                                DELIMITED BY SIZE
                     INTO PROFILE-REPORT-REC
              WRITE PROFILE-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE RM-CANONICAL(WS-RM-FOUND-IND) TO WS-PF-CANONICAL
           PERFORM WRITE-PROFILE-CARD
       .
      *// WS-PF-CANONICAL is set by the caller.
       WRITE-PROFILE-CARD.
           PERFORM COLLECT-PROFILE-NAMES
           PERFORM GATHER-YACHT-PROFILE
           PERFORM GATHER-DARTS-PROFILE
           PERFORM GATHER-GAMES-NIGHT-PROFILE
           PERFORM PRINT-PROFILE-CARD
           ADD 1 TO WS-PF-CARDS
       .
      *// the canonical name first, then every alias row
      *// resolving to it -- merged-away spellings included.
       COLLECT-PROFILE-NAMES.
           MOVE SPACES TO WS-PF-NAME-TABLE
           MOVE 1 TO WS-PF-NAME-COUNT
           MOVE WS-PF-CANONICAL TO WS-PF-NAME(1)
           MOVE 0 TO WS-PF-NUMBER
           MOVE 'A' TO WS-PF-STATUS
           MOVE WS-PF-CANONICAL TO WS-RM-LOOKUP
           PERFORM FIND-CANONICAL
           IF WS-RM-FOUND-IND > 0
              MOVE RM-NUMBER(WS-RM-FOUND-IND) TO WS-PF-NUMBER
              MOVE RM-STATUS(WS-RM-FOUND-IND) TO WS-PF-STATUS
           END-IF
           PERFORM VARYING WS-RM-I FROM 1 BY 1
              UNTIL WS-RM-I > WS-RM-COUNT
              IF RM-CANONICAL(WS-RM-I) EQUAL WS-PF-CANONICAL
              AND RM-ALIAS(WS-RM-I) NOT EQUAL SPACES
              AND WS-PF-NAME-COUNT < 20
                 ADD 1 TO WS-PF-NAME-COUNT
                 MOVE RM-ALIAS(WS-RM-I) TO WS-PF-NAME(WS-PF-NAME-COUNT)
              END-IF
           END-PERFORM
       .
      *// is WS-PF-CHECK one of the card player's spellings?
       CHECK-PROFILE-NAME.
           MOVE 'N' TO WS-PF-MATCH
           IF WS-PF-CHECK EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PF-NAME-IND FROM 1 BY 1
              UNTIL WS-PF-NAME-IND > WS-PF-NAME-COUNT
              IF WS-PF-NAME(WS-PF-NAME-IND) EQUAL WS-PF-CHECK
                 MOVE 'Y' TO WS-PF-MATCH
                 MOVE WS-PF-NAME-COUNT TO WS-PF-NAME-IND
              END-IF
           END-PERFORM
       .
      *// leaderboard total under every spelling, the best
      *// sheet on the sheet history, and the bracket record.
       GATHER-YACHT-PROFILE.
           MOVE 0 TO WS-PF-YACHT-TOTAL
           MOVE 0 TO WS-PF-YACHT-ROWS
           OPEN INPUT YACHT-LEADERBOARD-FILE
           IF WS-YACHT-LEADERBOARD-STATUS EQUAL '00'
              PERFORM VARYING WS-PF-NAME-IND FROM 1 BY 1
                 UNTIL WS-PF-NAME-IND > WS-PF-NAME-COUNT
                 MOVE WS-PF-NAME(WS-PF-NAME-IND) TO YLB-PLAYER-NAME
                 READ YACHT-LEADERBOARD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD YLB-TOTAL TO WS-PF-YACHT-TOTAL
                       ADD 1 TO WS-PF-YACHT-ROWS
                 END-READ
              END-PERFORM
              CLOSE YACHT-LEADERBOARD-FILE
           END-IF
           MOVE 0 TO WS-PF-BEST-TOTAL
           MOVE 0 TO WS-PF-BEST-GAME
           MOVE 0 TO WS-PF-SHEETS
           MOVE SPACES TO WS-PF-BEST-DATE
           OPEN INPUT SHEET-HISTORY-FILE
           IF WS-SHEET-HISTORY-STATUS EQUAL '00'
              PERFORM UNTIL WS-SHEET-HISTORY-STATUS NOT EQUAL '00'
                 READ SHEET-HISTORY-FILE
                    AT END MOVE '10' TO WS-SHEET-HISTORY-STATUS
                    NOT AT END
                       MOVE SH-PLAYER TO WS-PF-CHECK
                       PERFORM CHECK-PROFILE-NAME
                       IF PROFILE-NAME-MATCHED
                          ADD 1 TO WS-PF-SHEETS
                          IF SH-TOTAL > WS-PF-BEST-TOTAL
                          OR WS-PF-SHEETS EQUAL 1
                             MOVE SH-TOTAL TO WS-PF-BEST-TOTAL
                             MOVE SH-DATE TO WS-PF-BEST-DATE
                             MOVE SH-GAME TO WS-PF-BEST-GAME
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SHEET-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-PF-BR-PLAYED
           MOVE 0 TO WS-PF-BR-WON
           MOVE 0 TO WS-PF-BR-LOST
           MOVE 0 TO WS-PF-BR-OPEN
           MOVE 0 TO WS-PF-BR-ROUND
           MOVE 0 TO WS-PF-BR-WIN-ROUND
           MOVE 0 TO WS-PF-BR-FINAL-ROUND
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS EQUAL '00'
              PERFORM UNTIL WS-BRACKET-STATUS NOT EQUAL '00'
                 READ BRACKET-FILE
                    AT END MOVE '10' TO WS-BRACKET-STATUS
                    NOT AT END PERFORM TALLY-PROFILE-BRACKET-MATCH
                 END-READ
              END-PERFORM
              CLOSE BRACKET-FILE
           END-IF
       .
      *// a match with no winner yet is still open; the
      *// deepest round reached is kept, and whether the player
      *// won the last round on the sheet -- the final.
       TALLY-PROFILE-BRACKET-MATCH.
           IF BR-ROUND > WS-PF-BR-FINAL-ROUND
              MOVE BR-ROUND TO WS-PF-BR-FINAL-ROUND
           END-IF
           MOVE BR-PLAYER1 TO WS-PF-CHECK
           PERFORM CHECK-PROFILE-NAME
           IF NOT PROFILE-NAME-MATCHED
              MOVE BR-PLAYER2 TO WS-PF-CHECK
              PERFORM CHECK-PROFILE-NAME
           END-IF
           IF NOT PROFILE-NAME-MATCHED
              EXIT PARAGRAPH
           END-IF
           IF BR-ROUND > WS-PF-BR-ROUND
              MOVE BR-ROUND TO WS-PF-BR-ROUND
           END-IF
           IF BR-WINNER EQUAL SPACES
              ADD 1 TO WS-PF-BR-OPEN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PF-BR-PLAYED
           MOVE BR-WINNER TO WS-PF-CHECK
           PERFORM CHECK-PROFILE-NAME
           IF PROFILE-NAME-MATCHED
              ADD 1 TO WS-PF-BR-WON
              IF BR-ROUND > WS-PF-BR-WIN-ROUND
                 MOVE BR-ROUND TO WS-PF-BR-WIN-ROUND
              END-IF
           ELSE
              ADD 1 TO WS-PF-BR-LOST
           END-IF
       .
      *// totals, handicap, the statistics line DARTS last
      *// printed, and the points-table row.
       GATHER-DARTS-PROFILE.
           MOVE 0 TO WS-PF-DARTS-TOTAL
           MOVE 0 TO WS-PF-DARTS-ADJ
           MOVE 0 TO WS-PF-DARTS-ROWS
           OPEN INPUT DARTS-LEADERBOARD-FILE
           IF WS-DARTS-LEADERBOARD-STATUS EQUAL '00'
              PERFORM VARYING WS-PF-NAME-IND FROM 1 BY 1
                 UNTIL WS-PF-NAME-IND > WS-PF-NAME-COUNT
                 MOVE WS-PF-NAME(WS-PF-NAME-IND) TO DLB-PLAYER-NAME
                 READ DARTS-LEADERBOARD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD DLB-TOTAL TO WS-PF-DARTS-TOTAL
                       ADD DLB-ADJ-TOTAL TO WS-PF-DARTS-ADJ
                       ADD 1 TO WS-PF-DARTS-ROWS
                 END-READ
              END-PERFORM
              CLOSE DARTS-LEADERBOARD-FILE
           END-IF
           MOVE 'N' TO WS-PF-HANDICAP-FOUND
           MOVE 0 TO WS-PF-HANDICAP
           OPEN INPUT HANDICAP-FILE
           IF WS-HANDICAP-STATUS EQUAL '00'
              PERFORM UNTIL WS-HANDICAP-STATUS NOT EQUAL '00'
                 READ HANDICAP-FILE
                    AT END MOVE '10' TO WS-HANDICAP-STATUS
                    NOT AT END
                       MOVE HC-PLAYER-IN TO WS-PF-CHECK
                       PERFORM CHECK-PROFILE-NAME
                       IF PROFILE-NAME-MATCHED
                       AND WS-PF-HANDICAP-FOUND EQUAL 'N'
                       AND HC-ADJUST-IN IS NUMERIC
                          MOVE HC-ADJUST-IN TO WS-PF-HANDICAP
                          MOVE 'Y' TO WS-PF-HANDICAP-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HANDICAP-FILE
           END-IF
           MOVE SPACES TO WS-PF-STATS-LINE
           OPEN INPUT PLAYER-STATS-FILE
           IF WS-PLAYER-STATS-STATUS EQUAL '00'
              PERFORM UNTIL WS-PLAYER-STATS-STATUS NOT EQUAL '00'
                 READ PLAYER-STATS-FILE
                    AT END MOVE '10' TO WS-PLAYER-STATS-STATUS
                    NOT AT END
                       MOVE SPACES TO WS-PF-STATS-NAME
                       UNSTRING PLAYER-STATS-REC DELIMITED BY ': '
                          INTO WS-PF-STATS-NAME
                       END-UNSTRING
                       MOVE WS-PF-STATS-NAME TO WS-PF-CHECK
                       PERFORM CHECK-PROFILE-NAME
                       IF PROFILE-NAME-MATCHED
                       AND WS-PF-STATS-LINE EQUAL SPACES
                          MOVE PLAYER-STATS-REC TO WS-PF-STATS-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-STATS-FILE
           END-IF
           MOVE 0 TO WS-PF-PT-PLAYED
           MOVE 0 TO WS-PF-PT-WON
           MOVE 0 TO WS-PF-PT-DRAWN
           MOVE 0 TO WS-PF-PT-LOST
           MOVE 0 TO WS-PF-PT-POINTS
           MOVE 'N' TO WS-PF-PT-FOUND
           PERFORM FIND-PROFILE-DIVISION
           MOVE WS-POINTS-TABLE-PATH TO WS-PT-FLAT-PATH
           IF WS-DIV-CURRENT NOT EQUAL SPACE
              MOVE WS-PT-FLAT-PATH TO WS-DIV-BASE-PATH
              PERFORM NAME-DIVISION-FILE
              MOVE WS-DIV-NAMED-PATH TO WS-POINTS-TABLE-PATH
           END-IF
           OPEN INPUT POINTS-TABLE-FILE
           IF WS-POINTS-TABLE-STATUS EQUAL '00'
              PERFORM VARYING WS-PF-NAME-IND FROM 1 BY 1
                 UNTIL WS-PF-NAME-IND > WS-PF-NAME-COUNT
                 MOVE WS-PF-NAME(WS-PF-NAME-IND) TO PT-PLAYER-NAME
                 READ POINTS-TABLE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD PT-PLAYED TO WS-PF-PT-PLAYED
                       ADD PT-WON TO WS-PF-PT-WON
                       ADD PT-DRAWN TO WS-PF-PT-DRAWN
                       ADD PT-LOST TO WS-PF-PT-LOST
                       ADD PT-POINTS TO WS-PF-PT-POINTS
                       MOVE 'Y' TO WS-PF-PT-FOUND
                 END-READ
              END-PERFORM
              CLOSE POINTS-TABLE-FILE
           END-IF
           MOVE WS-PT-FLAT-PATH TO WS-POINTS-TABLE-PATH
       .
      *// the player's division code under any of their
      *// spellings; space when the assignments file does not
      *// place them, and the undivided table is read instead.
       FIND-PROFILE-DIVISION.
           MOVE SPACE TO WS-DIV-CURRENT
           OPEN INPUT DIVISIONS-FILE
           IF WS-DIVISIONS-STATUS EQUAL '00'
              PERFORM UNTIL WS-DIVISIONS-STATUS NOT EQUAL '00'
                 READ DIVISIONS-FILE
                    AT END MOVE '10' TO WS-DIVISIONS-STATUS
                    NOT AT END
                       MOVE DV-PLAYER-IN TO WS-PF-CHECK
                       PERFORM CHECK-PROFILE-NAME
                       IF PROFILE-NAME-MATCHED
                       AND WS-DIV-CURRENT EQUAL SPACE
                          MOVE DV-DIVISION-IN TO WS-DIV-CURRENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIVISIONS-FILE
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
      *// series nights straight off the series file; the
      *// season rank as GAMES-NIGHT last published it, so the card
      *// agrees with the table on the noticeboard.
       GATHER-GAMES-NIGHT-PROFILE.
           MOVE 0 TO WS-PF-GN-NIGHTS
           MOVE 0 TO WS-PF-GN-POINTS
           MOVE 0 TO WS-PF-GN-BEST
           MOVE SPACES TO WS-PF-GN-LAST
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-SERIES
              PERFORM UNTIL END-OF-SERIES
                 READ SERIES-FILE
                    AT END MOVE 'Y' TO WS-EOF-SERIES
                    NOT AT END
                       MOVE SR-PLAYER TO WS-PF-CHECK
                       PERFORM CHECK-PROFILE-NAME
                       IF PROFILE-NAME-MATCHED
                          ADD 1 TO WS-PF-GN-NIGHTS
                          ADD SR-POINTS TO WS-PF-GN-POINTS
                          IF SR-POINTS > WS-PF-GN-BEST
                             MOVE SR-POINTS TO WS-PF-GN-BEST
                          END-IF
                          IF SR-DATE > WS-PF-GN-LAST
                             MOVE SR-DATE TO WS-PF-GN-LAST
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SERIES-FILE
           END-IF
           MOVE SPACES TO WS-PF-GN-RANK
           MOVE 0 TO WS-PF-GN-RANKED
           OPEN INPUT SEASON-REPORT-FILE
           IF WS-SEASON-REPORT-STATUS EQUAL '00'
              PERFORM UNTIL WS-SEASON-REPORT-STATUS NOT EQUAL '00'
                 READ SEASON-REPORT-FILE
                    AT END MOVE '10' TO WS-SEASON-REPORT-STATUS
                    NOT AT END PERFORM CHECK-SEASON-RANK-LINE
                 END-READ
              END-PERFORM
              CLOSE SEASON-REPORT-FILE
           END-IF
       .
      *// a ranked line reads "n. <player> counted ..."; the
      *// heading has no ". " and is passed over.
       CHECK-SEASON-RANK-LINE.
           MOVE SPACES TO WS-PF-RANK-TEXT
           MOVE SPACES TO WS-PF-RANK-REST
           MOVE 0 TO WS-PF-RANK-FIELDS
           UNSTRING SEASON-REPORT-REC DELIMITED BY '. '
              INTO WS-PF-RANK-TEXT WS-PF-RANK-REST
              TALLYING IN WS-PF-RANK-FIELDS
           END-UNSTRING
           IF WS-PF-RANK-FIELDS < 2
           OR WS-PF-RANK-TEXT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PF-GN-RANKED
           MOVE WS-PF-RANK-REST(1:20) TO WS-PF-CHECK
           PERFORM CHECK-PROFILE-NAME
           IF PROFILE-NAME-MATCHED AND WS-PF-GN-RANK EQUAL SPACES
              MOVE WS-PF-RANK-TEXT TO WS-PF-GN-RANK
           END-IF
       .
       PRINT-PROFILE-CARD.
           MOVE ALL '=' TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE WS-PF-NUMBER TO WS-PF-NUMBER-EDIT
           STRING 'PLAYER PROFILE: '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PF-CANONICAL)  DELIMITED BY SIZE
                  '   (player no. '               DELIMITED BY SIZE
                  WS-PF-NUMBER-EDIT               DELIMITED BY SIZE
                  ')'                             DELIMITED BY SIZE
                  INTO PROFILE-REPORT-REC
           IF WS-PF-STATUS EQUAL 'R'
              MOVE PROFILE-REPORT-REC TO WS-PF-LINE
              MOVE SPACES TO PROFILE-REPORT-REC
              STRING FUNCTION TRIM(WS-PF-LINE TRAILING)
                                                  DELIMITED BY SIZE
                     ' -- retired'                DELIMITED BY SIZE
                     INTO PROFILE-REPORT-REC
           END-IF
           WRITE PROFILE-REPORT-REC
           MOVE SPACES TO PROFILE-REPORT-REC
           MOVE 1 TO WS-PF-PTR
           STRING 'known as: '                    DELIMITED BY SIZE
                  INTO PROFILE-REPORT-REC WITH POINTER WS-PF-PTR
           PERFORM VARYING WS-PF-NAME-IND FROM 1 BY 1
              UNTIL WS-PF-NAME-IND > WS-PF-NAME-COUNT
              IF WS-PF-NAME-IND > 1
                 STRING ', '                      DELIMITED BY SIZE
                    INTO PROFILE-REPORT-REC WITH POINTER WS-PF-PTR
              END-IF
              STRING FUNCTION TRIM(WS-PF-NAME(WS-PF-NAME-IND))
                                                  DELIMITED BY SIZE
                 INTO PROFILE-REPORT-REC WITH POINTER WS-PF-PTR
           END-PERFORM
           WRITE PROFILE-REPORT-REC
      *// YACHT
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'YACHT' TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'leaderboard total' TO WS-PF-LABEL
           IF WS-PF-YACHT-ROWS EQUAL 0
              MOVE 'not on the leaderboard' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-YACHT-TOTAL TO WS-PF-EDIT
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'best game' TO WS-PF-LABEL
           IF WS-PF-SHEETS EQUAL 0
              MOVE 'no sheets on record' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-BEST-TOTAL TO WS-PF-EDIT
              MOVE WS-PF-BEST-GAME TO WS-PF-EDIT2
              MOVE WS-PF-SHEETS TO WS-PF-EDIT3
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     ' (game '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT2)   DELIMITED BY SIZE
                     ' on '                       DELIMITED BY SIZE
                     WS-PF-BEST-DATE              DELIMITED BY SIZE
                     ', best of '                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT3)   DELIMITED BY SIZE
                     ' sheets)'                   DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'bracket' TO WS-PF-LABEL
           IF WS-PF-BR-PLAYED EQUAL 0 AND WS-PF-BR-OPEN EQUAL 0
              MOVE 'not in the bracket' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-BR-WON TO WS-PF-EDIT
              MOVE WS-PF-BR-LOST TO WS-PF-EDIT2
              MOVE WS-PF-BR-ROUND TO WS-PF-EDIT3
              MOVE SPACES TO WS-PF-VALUE
              STRING 'won '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     ', lost '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT2)   DELIMITED BY SIZE
                     ', reached round '           DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT3)   DELIMITED BY SIZE
                     INTO WS-PF-VALUE
              EVALUATE TRUE
                 WHEN WS-PF-BR-OPEN > 0
                    MOVE WS-PF-VALUE TO WS-PF-LINE
                    MOVE SPACES TO WS-PF-VALUE
                    STRING FUNCTION TRIM(WS-PF-LINE TRAILING)
                                                  DELIMITED BY SIZE
                           ', still in'           DELIMITED BY SIZE
                           INTO WS-PF-VALUE
                 WHEN WS-PF-BR-WIN-ROUND EQUAL WS-PF-BR-FINAL-ROUND
                  AND WS-PF-BR-WIN-ROUND > 0
                    MOVE WS-PF-VALUE TO WS-PF-LINE
                    MOVE SPACES TO WS-PF-VALUE
                    STRING FUNCTION TRIM(WS-PF-LINE TRAILING)
                                                  DELIMITED BY SIZE
                           ', CHAMPION'           DELIMITED BY SIZE
                           INTO WS-PF-VALUE
              END-EVALUATE
           END-IF
           PERFORM WRITE-PROFILE-LINE
      *// DARTS
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'DARTS' TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'leaderboard total' TO WS-PF-LABEL
           IF WS-PF-DARTS-ROWS EQUAL 0
              MOVE 'not on the leaderboard' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-DARTS-TOTAL TO WS-PF-EDIT
              MOVE WS-PF-DARTS-ADJ TO WS-PF-EDIT2
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     ' raw, '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT2)   DELIMITED BY SIZE
                     ' handicap-adjusted'         DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'handicap' TO WS-PF-LABEL
           IF WS-PF-HANDICAP-FOUND EQUAL 'N'
              MOVE 'none' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-HANDICAP TO WS-PF-SIGNED-EDIT
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-SIGNED-EDIT)
                                                  DELIMITED BY SIZE
                     ' per turn'                  DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'player stats' TO WS-PF-LABEL
           IF WS-PF-STATS-LINE EQUAL SPACES
              MOVE 'none printed' TO WS-PF-VALUE
           ELSE
              MOVE SPACES TO WS-PF-VALUE
              UNSTRING WS-PF-STATS-LINE DELIMITED BY ': '
                 INTO WS-PF-STATS-NAME WS-PF-VALUE
              END-UNSTRING
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'points table' TO WS-PF-LABEL
           IF WS-DIV-CURRENT NOT EQUAL SPACE
              STRING 'points table div '          DELIMITED BY SIZE
                     WS-DIV-CURRENT               DELIMITED BY SIZE
                     INTO WS-PF-LABEL
           END-IF
           IF WS-PF-PT-FOUND EQUAL 'N'
              MOVE 'no league matches' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-PT-PLAYED TO WS-PF-EDIT
              MOVE WS-PF-PT-WON TO WS-PF-EDIT2
              MOVE WS-PF-PT-DRAWN TO WS-PF-EDIT3
              MOVE WS-PF-PT-LOST TO WS-PF-EDIT4
              MOVE WS-PF-PT-POINTS TO WS-PF-EDIT5
              MOVE SPACES TO WS-PF-VALUE
              STRING 'P '                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     '  W '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT2)   DELIMITED BY SIZE
                     '  D '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT3)   DELIMITED BY SIZE
                     '  L '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT4)   DELIMITED BY SIZE
                     '  PTS '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT5)   DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
      *// GAMES-NIGHT
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'GAMES-NIGHT' TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
           MOVE 'series nights' TO WS-PF-LABEL
           IF WS-PF-GN-NIGHTS EQUAL 0
              MOVE 'no series nights' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-GN-NIGHTS TO WS-PF-EDIT
              MOVE WS-PF-GN-POINTS TO WS-PF-EDIT2
              MOVE WS-PF-GN-BEST TO WS-PF-EDIT3
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     ' nights, '                  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT2)   DELIMITED BY SIZE
                     ' pts, best night '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT3)   DELIMITED BY SIZE
                     ', last played '             DELIMITED BY SIZE
                     WS-PF-GN-LAST                DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE 'season rank' TO WS-PF-LABEL
           IF WS-PF-GN-RANK EQUAL SPACES
              MOVE 'not ranked' TO WS-PF-VALUE
           ELSE
              MOVE WS-PF-GN-RANKED TO WS-PF-EDIT
              MOVE SPACES TO WS-PF-VALUE
              STRING FUNCTION TRIM(WS-PF-GN-RANK) DELIMITED BY SIZE
                     ' of '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PF-EDIT)    DELIMITED BY SIZE
                     INTO WS-PF-VALUE
           END-IF
           PERFORM WRITE-PROFILE-LINE
           MOVE SPACES TO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
       .
       WRITE-PROFILE-LINE.
           MOVE SPACES TO PROFILE-REPORT-REC
           STRING '  '                            DELIMITED BY SIZE
                  WS-PF-LABEL                     DELIMITED BY SIZE
                  WS-PF-VALUE                     DELIMITED BY SIZE
                  INTO PROFILE-REPORT-REC
           WRITE PROFILE-REPORT-REC
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
           PERFORM DERIVE-LOCK-PATH
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
              MOVE 'REGISTRY' TO LK-PROGRAM
              ACCEPT LK-DATE FROM DATE YYYYMMDD
              ACCEPT LK-TIME FROM TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           ELSE
              DISPLAY 'player-registry: '
                 FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                 ' is locked by ' FUNCTION TRIM(LK-PROGRAM)
                 ', shared write skipped'
           END-IF
       .
       DERIVE-LOCK-PATH.
           MOVE SPACES TO WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                                            DELIMITED BY SIZE
                  '.lck'                    DELIMITED BY SIZE
                  INTO WS-LOCK-PATH
       .
       RELEASE-TARGET-LOCK.
           PERFORM DERIVE-LOCK-PATH
           PERFORM RELEASE-FILE-LOCK
       .
       RELEASE-FILE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-REC
           MOVE 'FREE' TO LK-STATE
           MOVE 'REGISTRY' TO LK-PROGRAM
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
                  ' -- taken over by REGISTRY'  DELIMITED BY SIZE
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
           MOVE 'REGISTRY' TO JH-PROGRAM
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
           MOVE WS-JH-REJECTS TO JH-REJECTS
           MOVE WS-JH-STATUS-OUT TO JH-STATUS
           WRITE JOB-HISTORY-REC
           CLOSE JOB-HISTORY-FILE
           MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
           PERFORM RELEASE-FILE-LOCK
       .
