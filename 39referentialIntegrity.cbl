       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENTIAL-INTEGRITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *// the suite's files point at each other -- team
      *// rosters at the player registry, the review queue at the
      *// agents, reprints at the roster, alerts at the patient
      *// master -- and no program checks the other side still
      *// agrees. This weekly job walks a table of relationships
      *// (child file and key columns, parent file and key columns),
      *// lists every child row whose key has no parent, every
      *// reference to a retired parent and every duplicate key,
      *// each with its file and record position, and counts them
      *// per relationship into the job history.
           SELECT RELATIONS-FILE ASSIGN TO WS-RELATIONS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RELATIONS-STATUS.
      *// one generic reader per side, pointed in turn at
      *// each relationship's files.
           SELECT CHILD-FILE ASSIGN TO WS-CHILD-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CHILD-STATUS.
           SELECT PARENT-FILE ASSIGN TO WS-PARENT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-PARENT-STATUS.
           SELECT INTEGRITY-REPORT-FILE
              ASSIGN TO WS-INTEGRITY-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
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
      *// one relationship per record. Key columns are start
      *// and length within the record; a second column, when given,
      *// is appended to the first to make a composite key. Form D
      *// reads "KEY = text" lines as the key in columns 1-20 and
      *// the text from 21. The child selection, when given, limits
      *// the check to rows holding that value (only OPEN alerts, say);
      *// the parent alternate column is a second name a row answers
      *// to (a registry alias); a parent row holding the retired
      *// value is still found, but reported as retired. Uniqueness:
      *// Y or N, parents default to unique, children to not.
       FD RELATIONS-FILE.
          01 RELATION-REC.
             02 RL-NAME            PIC X(20).
             02 RL-CHILD-PATH      PIC X(40).
             02 RL-CHILD-FORM      PIC X.
             02 RL-CHILD-KEY OCCURS 2 TIMES.
                03 RL-CK-START     PIC 999.
                03 RL-CK-LEN       PIC 99.
             02 RL-CHILD-SEL-START PIC 999.
             02 RL-CHILD-SEL-LEN   PIC 99.
             02 RL-CHILD-SEL-VALUE PIC X(10).
             02 RL-CHILD-UNIQUE    PIC X.
             02 RL-PARENT-PATH     PIC X(40).
             02 RL-PARENT-FORM     PIC X.
             02 RL-PARENT-UNIQUE   PIC X.
             02 RL-PARENT-KEY OCCURS 2 TIMES.
                03 RL-PK-START     PIC 999.
                03 RL-PK-LEN       PIC 99.
             02 RL-PARENT-ALT-START PIC 999.
             02 RL-PARENT-ALT-LEN  PIC 99.
             02 RL-RETIRED-START   PIC 999.
             02 RL-RETIRED-LEN     PIC 99.
             02 RL-RETIRED-VALUE   PIC X(10).
       FD CHILD-FILE.
          01 CHILD-REC PIC X(250).
       FD PARENT-FILE.
          01 PARENT-REC PIC X(250).
       FD INTEGRITY-REPORT-FILE.
          01 INTEGRITY-REPORT-REC PIC X(150).
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
       01 WS-RELATIONS-PATH        PIC X(100)
                                    VALUE 'integrity-relations.dat'.
       01 WS-RELATIONS-STATUS      PIC XX.
       01 WS-CHILD-PATH            PIC X(100).
       01 WS-CHILD-STATUS          PIC XX.
       01 WS-PARENT-PATH           PIC X(100).
       01 WS-PARENT-STATUS         PIC XX.
       01 WS-INTEGRITY-REPORT-PATH PIC X(100)
                                    VALUE 'integrity.rpt'.
      *// a relationship as given, before it is checked and
      *// taken into the table.
       01 WS-RELATION-NEW.
         02 RN-NAME                PIC X(20).
         02 RN-CHILD-PATH          PIC X(40).
         02 RN-CHILD-FORM          PIC X.
         02 RN-CHILD-KEY OCCURS 2 TIMES.
            03 RN-CK-START         PIC 999.
            03 RN-CK-LEN           PIC 99.
         02 RN-CHILD-SEL-START     PIC 999.
         02 RN-CHILD-SEL-LEN       PIC 99.
         02 RN-CHILD-SEL-VALUE     PIC X(10).
         02 RN-CHILD-UNIQUE        PIC X.
         02 RN-PARENT-PATH         PIC X(40).
         02 RN-PARENT-FORM         PIC X.
         02 RN-PARENT-UNIQUE       PIC X.
         02 RN-PARENT-KEY OCCURS 2 TIMES.
            03 RN-PK-START         PIC 999.
            03 RN-PK-LEN           PIC 99.
         02 RN-PARENT-ALT-START    PIC 999.
         02 RN-PARENT-ALT-LEN      PIC 99.
         02 RN-RETIRED-START       PIC 999.
         02 RN-RETIRED-LEN         PIC 99.
         02 RN-RETIRED-VALUE       PIC X(10).
       01 WS-SPEC-OK               PIC X.
       01 WS-SPEC-REASON           PIC X(40).
       01 WS-SPEC-REJECTS          PIC 99 VALUE 0.
       01 WS-CHILD-KEY-TOTAL       PIC 999.
       01 WS-PARENT-KEY-TOTAL      PIC 999.
       01 WS-COL-IND               PIC 9.
      *// the relationships to check, and what each found
       01 WS-RELATION-TABLE.
         02 WS-RELATION-ENTRY OCCURS 30 TIMES.
            03 RT-SPEC.
               04 RT-NAME          PIC X(20).
               04 FILLER           PIC X(139).
            03 RT-CHILD-READ       PIC 9(6).
            03 RT-CHECKED          PIC 9(6).
            03 RT-PARENT-READ      PIC 9(6).
            03 RT-ORPHANS          PIC 9(6).
            03 RT-RETIRED          PIC 9(6).
            03 RT-DUPLICATES       PIC 9(6).
            03 RT-OUTCOME          PIC X(10).
       01 WS-REL-COUNT             PIC 99 VALUE 0.
       01 WS-REL-IND               PIC 99.
      *// the relationship being checked
       01 WS-CURRENT-RELATION.
         02 CR-NAME                PIC X(20).
         02 CR-CHILD-PATH          PIC X(40).
         02 CR-CHILD-FORM          PIC X.
         02 CR-CHILD-KEY OCCURS 2 TIMES.
            03 CR-CK-START         PIC 999.
            03 CR-CK-LEN           PIC 99.
         02 CR-CHILD-SEL-START     PIC 999.
         02 CR-CHILD-SEL-LEN       PIC 99.
         02 CR-CHILD-SEL-VALUE     PIC X(10).
         02 CR-CHILD-UNIQUE        PIC X.
      *// the parent file and how it is keyed -- two
      *// relationships sharing this list its duplicates once.
         02 CR-PARENT-SIDE.
            03 CR-PARENT-PATH      PIC X(40).
            03 CR-PARENT-FORM      PIC X.
            03 CR-PARENT-UNIQUE    PIC X.
            03 CR-PARENT-KEY OCCURS 2 TIMES.
               04 CR-PK-START      PIC 999.
               04 CR-PK-LEN        PIC 99.
            03 CR-PARENT-ALT-START PIC 999.
            03 CR-PARENT-ALT-LEN   PIC 99.
         02 CR-RETIRED-START       PIC 999.
         02 CR-RETIRED-LEN         PIC 99.
         02 CR-RETIRED-VALUE       PIC X(10).
      *// every parent key of the relationship, with the
      *// record it came from
       01 WS-PARENT-TABLE.
         02 WS-PARENT-ENTRY OCCURS 5000 TIMES.
            03 PK-KEY              PIC X(100).
            03 PK-ALT              PIC X(100).
            03 PK-RECNO            PIC 9(6).
            03 PK-RETIRED          PIC X.
       01 WS-PK-COUNT              PIC 9(4) VALUE 0.
       01 WS-PK-IND                PIC 9(4).
      *// child keys seen so far, where the child must be unique
       01 WS-CHILD-TABLE.
         02 WS-CHILD-ENTRY OCCURS 5000 TIMES.
            03 CK-KEY              PIC X(100).
            03 CK-RECNO            PIC 9(6).
       01 WS-CK-COUNT              PIC 9(4) VALUE 0.
       01 WS-CK-IND                PIC 9(4).
      *// parent files whose duplicates are already listed
       01 WS-LISTED-TABLE.
         02 WS-LISTED-ENTRY OCCURS 30 TIMES.
            03 LS-PARENT-SIDE      PIC X(57).
            03 LS-NAME             PIC X(20).
       01 WS-LS-COUNT              PIC 99 VALUE 0.
       01 WS-LS-IND                PIC 99.
       01 WS-LISTED-UNDER          PIC X(20).
       01 WS-IMAGE                 PIC X(250).
       01 WS-KEY                   PIC X(100).
       01 WS-KEY-POS               PIC 999.
       01 WS-ALT-KEY               PIC X(100).
       01 WS-DELIM-KEY             PIC X(20).
       01 WS-DELIM-TEXT            PIC X(80).
       01 WS-FORM                  PIC X.
       01 WS-RECNO                 PIC 9(6).
       01 WS-FIRST-RECNO           PIC 9(6).
       01 WS-LIVE-RECNO            PIC 9(6).
       01 WS-RETIRED-RECNO         PIC 9(6).
       01 WS-EOF-CHILD             PIC X.
         88 END-OF-CHILD           VALUE 'Y'.
       01 WS-EOF-PARENT            PIC X.
         88 END-OF-PARENT          VALUE 'Y'.
       01 WS-TABLE-OVERFLOW        PIC X.
       01 WS-DUP-PATH              PIC X(40).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-TIME              PIC X(6).
       01 WS-RELATIONS-CHECKED     PIC 9(4) VALUE 0.
       01 WS-TOTAL-ORPHANS         PIC 9(6) VALUE 0.
       01 WS-TOTAL-RETIRED         PIC 9(6) VALUE 0.
       01 WS-TOTAL-DUPLICATES      PIC 9(6) VALUE 0.
       01 WS-TOTAL-READ            PIC 9(9) VALUE 0.
       01 WS-RECNO-EDIT            PIC Z(5)9.
       01 WS-FIRST-EDIT            PIC Z(5)9.
       01 WS-COUNT-EDIT            PIC Z(5)9.
       01 WS-CHECKED-EDIT          PIC Z(5)9.
       01 WS-ORPHANS-EDIT          PIC Z(5)9.
       01 WS-RETIRED-EDIT          PIC Z(5)9.
       01 WS-DUPS-EDIT             PIC Z(5)9.
       01 WS-COL-START-EDIT        PIC ZZ9.
       01 WS-COL-END-EDIT          PIC ZZ9.
       01 WS-COL-END               PIC 999.
       01 WS-COLUMNS-TEXT          PIC X(40).
       01 WS-COLUMNS-POS           PIC 999.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
                                    VALUE 'integrity-control.dat'.
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
       REFERENTIAL-INTEGRITY.
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-JOB-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM BUILD-RELATION-LIST
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING 'REFERENTIAL INTEGRITY CHECK '  DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-RUN-TIME(1:2)               DELIMITED BY SIZE
                  ':'                            DELIMITED BY SIZE
                  WS-RUN-TIME(3:2)               DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
      *// a relationship the table could not take is a check
      *// that silently never runs -- the run says so.
           IF WS-SPEC-REJECTS > 0
              MOVE WS-SPEC-REJECTS TO WS-COUNT-EDIT
              MOVE SPACES TO INTEGRITY-REPORT-REC
              STRING FUNCTION TRIM(WS-COUNT-EDIT)
                                                 DELIMITED BY SIZE
                     ' relationship(s) in the relations file '
                                                 DELIMITED BY SIZE
                     'could not be taken -- see the run log'
                                                 DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
           END-IF
           PERFORM VARYING WS-REL-IND FROM 1 BY 1
              UNTIL WS-REL-IND > WS-REL-COUNT
              PERFORM CHECK-ONE-RELATION
           END-PERFORM
           PERFORM WRITE-RELATION-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           IF WS-TOTAL-READ > 999999
              MOVE 999999 TO WS-JH-READ
           ELSE
              MOVE WS-TOTAL-READ TO WS-JH-READ
           END-IF
           MOVE WS-RELATIONS-CHECKED TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-TOTAL-ORPHANS
              + WS-TOTAL-RETIRED + WS-TOTAL-DUPLICATES
              ON SIZE ERROR MOVE 999999 TO WS-JH-REJECTS
           END-COMPUTE
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
              WHEN 'RELATIONS'
                 MOVE RCTL-VALUE TO WS-RELATIONS-PATH
              WHEN 'OUTPUT'
                 MOVE RCTL-VALUE TO WS-INTEGRITY-REPORT-PATH
              WHEN 'HISTORY'
                 MOVE RCTL-VALUE TO WS-JOB-HISTORY-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'integrity run-control: unknown keyword '
                    '''' FUNCTION TRIM(RCTL-KEYWORD)
                    ''', entry ignored'
           END-EVALUATE
       .
      *// the shipped relationships, at the shipped file
      *// names. A relations file replaces them wholesale.
       BUILD-RELATION-LIST.
           MOVE 0 TO WS-REL-COUNT
      *// team-roster players must be on the player registry,
      *// under their canonical name or a listed alias
           INITIALIZE WS-RELATION-NEW
           MOVE 'DARTS TEAM PLAYERS' TO RN-NAME
           MOVE 'darts-teams.dat' TO RN-CHILD-PATH
           MOVE 21 TO RN-CK-START(1)
           MOVE 20 TO RN-CK-LEN(1)
           MOVE 'player-registry.dat' TO RN-PARENT-PATH
           MOVE 5 TO RN-PK-START(1)
           MOVE 40 TO RN-PK-LEN(1)
           MOVE 25 TO RN-PARENT-ALT-START
           MOVE 20 TO RN-PARENT-ALT-LEN
           MOVE 45 TO RN-RETIRED-START
           MOVE 1 TO RN-RETIRED-LEN
           MOVE 'R' TO RN-RETIRED-VALUE
           PERFORM ADD-RELATION-ENTRY
      *// open review-queue work dealt to an agent
           INITIALIZE WS-RELATION-NEW
           MOVE 'BOB QUEUE AGENTS' TO RN-NAME
           MOVE 'bob-review-queue.dat' TO RN-CHILD-PATH
           MOVE 87 TO RN-CK-START(1)
           MOVE 6 TO RN-CK-LEN(1)
           MOVE 1 TO RN-CHILD-SEL-START
           MOVE 8 TO RN-CHILD-SEL-LEN
           MOVE 'ASSIGNED' TO RN-CHILD-SEL-VALUE
           MOVE 'bob-agents.dat' TO RN-PARENT-PATH
           MOVE 1 TO RN-PK-START(1)
           MOVE 6 TO RN-PK-LEN(1)
           PERFORM ADD-RELATION-ENTRY
           INITIALIZE WS-RELATION-NEW
           MOVE 'TWO-FER REPRINTS' TO RN-NAME
           MOVE 'twofer-reprints.dat' TO RN-CHILD-PATH
           MOVE 1 TO RN-CK-START(1)
           MOVE 6 TO RN-CK-LEN(1)
           MOVE 'twofer-roster.dat' TO RN-PARENT-PATH
           MOVE 1 TO RN-PK-START(1)
           MOVE 6 TO RN-PK-LEN(1)
           PERFORM ADD-RELATION-ENTRY
      *// one issue count per employee
           INITIALIZE WS-RELATION-NEW
           MOVE 'TWO-FER ISSUE COUNTS' TO RN-NAME
           MOVE 'twofer-issue-counts.dat' TO RN-CHILD-PATH
           MOVE 1 TO RN-CK-START(1)
           MOVE 6 TO RN-CK-LEN(1)
           MOVE 'Y' TO RN-CHILD-UNIQUE
           MOVE 'twofer-roster.dat' TO RN-PARENT-PATH
           MOVE 1 TO RN-PK-START(1)
           MOVE 6 TO RN-PK-LEN(1)
           PERFORM ADD-RELATION-ENTRY
      *// a discharge drops the patient from the master and
      *// closes the open work, so only OPEN rows must match
           INITIALIZE WS-RELATION-NEW
           MOVE 'ALLERGY RECALLS' TO RN-NAME
           MOVE 'allergy-recalls.dat' TO RN-CHILD-PATH
           MOVE 9 TO RN-CK-START(1)
           MOVE 10 TO RN-CK-LEN(1)
           MOVE 1 TO RN-CHILD-SEL-START
           MOVE 8 TO RN-CHILD-SEL-LEN
           MOVE 'OPEN' TO RN-CHILD-SEL-VALUE
           MOVE 'patient-master.dat' TO RN-PARENT-PATH
           MOVE 1 TO RN-PK-START(1)
           MOVE 10 TO RN-PK-LEN(1)
           PERFORM ADD-RELATION-ENTRY
           INITIALIZE WS-RELATION-NEW
           MOVE 'ALLERGY ALERTS' TO RN-NAME
           MOVE 'allergy-alerts.dat' TO RN-CHILD-PATH
           MOVE 17 TO RN-CK-START(1)
           MOVE 10 TO RN-CK-LEN(1)
           MOVE 1 TO RN-CHILD-SEL-START
           MOVE 8 TO RN-CHILD-SEL-LEN
           MOVE 'OPEN' TO RN-CHILD-SEL-VALUE
           MOVE 'patient-master.dat' TO RN-PARENT-PATH
           MOVE 1 TO RN-PK-START(1)
           MOVE 10 TO RN-PK-LEN(1)
           PERFORM ADD-RELATION-ENTRY
      *// a rename names the acronym and the title it
      *// replaces; the glossary log must still hold that pair,
      *// and the log repeats entries by design
           INITIALIZE WS-RELATION-NEW
           MOVE 'ACRONYM RENAMES' TO RN-NAME
           MOVE 'acronym-renames.dat' TO RN-CHILD-PATH
           MOVE 1 TO RN-CK-START(1)
           MOVE 20 TO RN-CK-LEN(1)
           MOVE 21 TO RN-CK-START(2)
           MOVE 80 TO RN-CK-LEN(2)
           MOVE 'acronym-glossary.dat' TO RN-PARENT-PATH
           MOVE 'D' TO RN-PARENT-FORM
           MOVE 'N' TO RN-PARENT-UNIQUE
           MOVE 1 TO RN-PK-START(1)
           MOVE 20 TO RN-PK-LEN(1)
           MOVE 21 TO RN-PK-START(2)
           MOVE 80 TO RN-PK-LEN(2)
           PERFORM ADD-RELATION-ENTRY
           OPEN INPUT RELATIONS-FILE
           IF WS-RELATIONS-STATUS EQUAL '00'
      *// a relations file replaces the shipped defaults wholesale
              MOVE 0 TO WS-REL-COUNT
              PERFORM UNTIL WS-RELATIONS-STATUS NOT EQUAL '00'
                 READ RELATIONS-FILE
                    AT END MOVE '10' TO WS-RELATIONS-STATUS
                    NOT AT END
                       IF RELATION-REC NOT EQUAL SPACES
                          MOVE RELATION-REC TO WS-RELATION-NEW
                          PERFORM ADD-RELATION-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELATIONS-FILE
           END-IF
       .
      *// a hand-edited relationship is checked before it is
      *// taken: every column must lie inside the record, and the
      *// child key must be as long as the parent key it is matched
      *// against.
       ADD-RELATION-ENTRY.
           PERFORM NORMALISE-RELATION
           PERFORM VALIDATE-RELATION
           IF WS-SPEC-OK EQUAL 'N'
              ADD 1 TO WS-SPEC-REJECTS
              DISPLAY 'integrity: relationship '''
                 FUNCTION TRIM(RN-NAME) ''' ignored -- '
                 FUNCTION TRIM(WS-SPEC-REASON)
              EXIT PARAGRAPH
           END-IF
           IF WS-REL-COUNT NOT < 30
              ADD 1 TO WS-SPEC-REJECTS
              DISPLAY 'integrity: more than 30 relationships, '''
                 FUNCTION TRIM(RN-NAME) ''' not checked'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-COUNT
           INITIALIZE WS-RELATION-ENTRY(WS-REL-COUNT)
           MOVE WS-RELATION-NEW TO RT-SPEC(WS-REL-COUNT)
       .
      *// columns left blank in the file mean "not used"
       NORMALISE-RELATION.
           PERFORM VARYING WS-COL-IND FROM 1 BY 1
              UNTIL WS-COL-IND > 2
              IF RN-CK-START(WS-COL-IND) NOT NUMERIC
                 MOVE 0 TO RN-CK-START(WS-COL-IND)
              END-IF
              IF RN-CK-LEN(WS-COL-IND) NOT NUMERIC
                 MOVE 0 TO RN-CK-LEN(WS-COL-IND)
              END-IF
              IF RN-PK-START(WS-COL-IND) NOT NUMERIC
                 MOVE 0 TO RN-PK-START(WS-COL-IND)
              END-IF
              IF RN-PK-LEN(WS-COL-IND) NOT NUMERIC
                 MOVE 0 TO RN-PK-LEN(WS-COL-IND)
              END-IF
           END-PERFORM
           IF RN-CHILD-SEL-START NOT NUMERIC
              MOVE 0 TO RN-CHILD-SEL-START
           END-IF
           IF RN-CHILD-SEL-LEN NOT NUMERIC
              MOVE 0 TO RN-CHILD-SEL-LEN
           END-IF
           IF RN-PARENT-ALT-START NOT NUMERIC
              MOVE 0 TO RN-PARENT-ALT-START
           END-IF
           IF RN-PARENT-ALT-LEN NOT NUMERIC
              MOVE 0 TO RN-PARENT-ALT-LEN
           END-IF
           IF RN-RETIRED-START NOT NUMERIC
              MOVE 0 TO RN-RETIRED-START
           END-IF
           IF RN-RETIRED-LEN NOT NUMERIC
              MOVE 0 TO RN-RETIRED-LEN
           END-IF
           IF RN-CHILD-UNIQUE NOT EQUAL 'Y'
              MOVE 'N' TO RN-CHILD-UNIQUE
           END-IF
           IF RN-PARENT-UNIQUE NOT EQUAL 'N'
              MOVE 'Y' TO RN-PARENT-UNIQUE
           END-IF
       .
       VALIDATE-RELATION.
           MOVE 'Y' TO WS-SPEC-OK
           MOVE SPACES TO WS-SPEC-REASON
           IF RN-CHILD-PATH EQUAL SPACES
           OR RN-PARENT-PATH EQUAL SPACES
              MOVE 'N' TO WS-SPEC-OK
              MOVE 'child or parent file missing'
                TO WS-SPEC-REASON
              EXIT PARAGRAPH
           END-IF
           IF (RN-CHILD-FORM NOT EQUAL SPACE
               AND RN-CHILD-FORM NOT EQUAL 'D')
           OR (RN-PARENT-FORM NOT EQUAL SPACE
               AND RN-PARENT-FORM NOT EQUAL 'D')
              MOVE 'N' TO WS-SPEC-OK
              MOVE 'record form must be blank or D'
                TO WS-SPEC-REASON
              EXIT PARAGRAPH
           END-IF
           IF RN-CK-LEN(1) EQUAL 0 OR RN-PK-LEN(1) EQUAL 0
              MOVE 'N' TO WS-SPEC-OK
              MOVE 'no key columns' TO WS-SPEC-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHILD-KEY-TOTAL
           MOVE 0 TO WS-PARENT-KEY-TOTAL
           PERFORM VARYING WS-COL-IND FROM 1 BY 1
              UNTIL WS-COL-IND > 2
              IF RN-CK-LEN(WS-COL-IND) > 0
                 IF RN-CK-START(WS-COL-IND) EQUAL 0
                 OR RN-CK-START(WS-COL-IND)
                    + RN-CK-LEN(WS-COL-IND) > 251
                    MOVE 'N' TO WS-SPEC-OK
                 END-IF
                 ADD RN-CK-LEN(WS-COL-IND) TO WS-CHILD-KEY-TOTAL
              END-IF
              IF RN-PK-LEN(WS-COL-IND) > 0
                 IF RN-PK-START(WS-COL-IND) EQUAL 0
                 OR RN-PK-START(WS-COL-IND)
                    + RN-PK-LEN(WS-COL-IND) > 251
                    MOVE 'N' TO WS-SPEC-OK
                 END-IF
                 ADD RN-PK-LEN(WS-COL-IND) TO WS-PARENT-KEY-TOTAL
              END-IF
           END-PERFORM
           IF (RN-CHILD-SEL-LEN > 0
               AND (RN-CHILD-SEL-START EQUAL 0
                    OR RN-CHILD-SEL-LEN > 10
                    OR RN-CHILD-SEL-START + RN-CHILD-SEL-LEN > 251))
           OR (RN-PARENT-ALT-LEN > 0
               AND (RN-PARENT-ALT-START EQUAL 0
                    OR RN-PARENT-ALT-START + RN-PARENT-ALT-LEN > 251))
           OR (RN-RETIRED-LEN > 0
               AND (RN-RETIRED-START EQUAL 0
                    OR RN-RETIRED-LEN > 10
                    OR RN-RETIRED-START + RN-RETIRED-LEN > 251))
              MOVE 'N' TO WS-SPEC-OK
           END-IF
           IF WS-SPEC-OK EQUAL 'N'
              MOVE 'a column lies outside the record'
                TO WS-SPEC-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-CHILD-KEY-TOTAL > 100
           OR WS-PARENT-KEY-TOTAL > 100
              MOVE 'N' TO WS-SPEC-OK
              MOVE 'key longer than 100' TO WS-SPEC-REASON
              EXIT PARAGRAPH
           END-IF
      *// the registry's alternate is the alias alone, so
      *// it need only match the child key's length
           IF (RN-PARENT-ALT-LEN > 0
               AND RN-PARENT-ALT-LEN NOT EQUAL WS-CHILD-KEY-TOTAL)
           OR (RN-PARENT-ALT-LEN EQUAL 0
               AND WS-PARENT-KEY-TOTAL NOT EQUAL WS-CHILD-KEY-TOTAL)
              MOVE 'N' TO WS-SPEC-OK
              MOVE 'child and parent keys differ in length'
                TO WS-SPEC-REASON
           END-IF
       .
       CHECK-ONE-RELATION.
           MOVE RT-SPEC(WS-REL-IND) TO WS-CURRENT-RELATION
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING 'RELATIONSHIP '                DELIMITED BY SIZE
                  FUNCTION TRIM(CR-NAME)         DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE CR-CK-START(1) TO WS-COL-START-EDIT
           COMPUTE WS-COL-END = CR-CK-START(1) + CR-CK-LEN(1) - 1
           MOVE WS-COL-END TO WS-COL-END-EDIT
           MOVE SPACES TO WS-COLUMNS-TEXT
           MOVE 1 TO WS-COLUMNS-POS
           STRING FUNCTION TRIM(WS-COL-START-EDIT)
                                                 DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-END-EDIT) DELIMITED BY SIZE
                  INTO WS-COLUMNS-TEXT WITH POINTER WS-COLUMNS-POS
           IF CR-CK-LEN(2) > 0
              MOVE CR-CK-START(2) TO WS-COL-START-EDIT
              COMPUTE WS-COL-END = CR-CK-START(2) + CR-CK-LEN(2) - 1
              MOVE WS-COL-END TO WS-COL-END-EDIT
              STRING ' + '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COL-START-EDIT)
                                                 DELIMITED BY SIZE
                     '-'                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COL-END-EDIT)
                                                 DELIMITED BY SIZE
                     INTO WS-COLUMNS-TEXT WITH POINTER WS-COLUMNS-POS
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING '  child  '                    DELIMITED BY SIZE
                  FUNCTION TRIM(CR-CHILD-PATH)   DELIMITED BY SIZE
                  ' columns '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLUMNS-TEXT) DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE CR-PK-START(1) TO WS-COL-START-EDIT
           COMPUTE WS-COL-END = CR-PK-START(1) + CR-PK-LEN(1) - 1
           MOVE WS-COL-END TO WS-COL-END-EDIT
           MOVE SPACES TO WS-COLUMNS-TEXT
           MOVE 1 TO WS-COLUMNS-POS
           STRING FUNCTION TRIM(WS-COL-START-EDIT)
                                                 DELIMITED BY SIZE
                  '-'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-END-EDIT) DELIMITED BY SIZE
                  INTO WS-COLUMNS-TEXT WITH POINTER WS-COLUMNS-POS
           IF CR-PK-LEN(2) > 0
              MOVE CR-PK-START(2) TO WS-COL-START-EDIT
              COMPUTE WS-COL-END = CR-PK-START(2) + CR-PK-LEN(2) - 1
              MOVE WS-COL-END TO WS-COL-END-EDIT
              STRING ' + '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COL-START-EDIT)
                                                 DELIMITED BY SIZE
                     '-'                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COL-END-EDIT)
                                                 DELIMITED BY SIZE
                     INTO WS-COLUMNS-TEXT WITH POINTER WS-COLUMNS-POS
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING '  parent '                    DELIMITED BY SIZE
                  FUNCTION TRIM(CR-PARENT-PATH)  DELIMITED BY SIZE
                  ' columns '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COLUMNS-TEXT) DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE 'N' TO WS-TABLE-OVERFLOW
           PERFORM LOAD-PARENT-KEYS
           IF WS-PARENT-STATUS NOT EQUAL '00'
              PERFORM NOTE-PARENT-MISSING
              EXIT PARAGRAPH
           END-IF
      *// a parent too big to hold would turn its tail into
      *// false orphans -- the relationship is left unchecked.
           IF WS-TABLE-OVERFLOW EQUAL 'Y'
              MOVE '  more than 5000 parent keys -- not checked'
                TO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'OVERFLOW' TO RT-OUTCOME(WS-REL-IND)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-CHILD-FILE
           IF WS-CHILD-STATUS NOT EQUAL '00'
              MOVE '  no child file on hand -- nothing to check'
                TO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'NO CHILD' TO RT-OUTCOME(WS-REL-IND)
              EXIT PARAGRAPH
           END-IF
           IF WS-TABLE-OVERFLOW EQUAL 'Y'
              MOVE '  more than 5000 child keys -- duplicates not all'
                TO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'OVERFLOW' TO RT-OUTCOME(WS-REL-IND)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
           ELSE
              IF RT-ORPHANS(WS-REL-IND) + RT-RETIRED(WS-REL-IND)
                 + RT-DUPLICATES(WS-REL-IND) EQUAL 0
                 MOVE 'CLEAN' TO RT-OUTCOME(WS-REL-IND)
              ELSE
                 MOVE 'EXCEPTIONS' TO RT-OUTCOME(WS-REL-IND)
              END-IF
           END-IF
           ADD 1 TO WS-RELATIONS-CHECKED
           ADD RT-ORPHANS(WS-REL-IND) TO WS-TOTAL-ORPHANS
           ADD RT-RETIRED(WS-REL-IND) TO WS-TOTAL-RETIRED
           ADD RT-DUPLICATES(WS-REL-IND) TO WS-TOTAL-DUPLICATES
           MOVE RT-CHECKED(WS-REL-IND) TO WS-CHECKED-EDIT
           MOVE RT-ORPHANS(WS-REL-IND) TO WS-ORPHANS-EDIT
           MOVE RT-RETIRED(WS-REL-IND) TO WS-RETIRED-EDIT
           MOVE RT-DUPLICATES(WS-REL-IND) TO WS-DUPS-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING '  '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHECKED-EDIT) DELIMITED BY SIZE
                  ' reference(s) checked, '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORPHANS-EDIT) DELIMITED BY SIZE
                  ' orphan(s), '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRED-EDIT) DELIMITED BY SIZE
                  ' to retired parent(s), '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUPS-EDIT)    DELIMITED BY SIZE
                  ' duplicate key(s)'            DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
       .
      *// no parent file: with no child file either there is
      *// nothing to check; with one, every row would read as an
      *// orphan, so the run fails instead of listing them.
       NOTE-PARENT-MISSING.
           MOVE CR-CHILD-PATH TO WS-CHILD-PATH
           OPEN INPUT CHILD-FILE
           IF WS-CHILD-STATUS EQUAL '00'
              CLOSE CHILD-FILE
              MOVE '  parent file not on hand -- not checked'
                TO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'NO PARENT' TO RT-OUTCOME(WS-REL-IND)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
           ELSE
              MOVE '  neither file on hand -- nothing to check'
                TO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
              MOVE 'NO FILES' TO RT-OUTCOME(WS-REL-IND)
           END-IF
       .
      *// every parent key into the table, each repeat of a
      *// unique parent's key listed against its first record --
      *// once per parent file, however many relationships use it.
       LOAD-PARENT-KEYS.
           MOVE 0 TO WS-PK-COUNT
           MOVE SPACES TO WS-LISTED-UNDER
           IF CR-PARENT-UNIQUE EQUAL 'Y'
              PERFORM VARYING WS-LS-IND FROM 1 BY 1
                 UNTIL WS-LS-IND > WS-LS-COUNT
                 IF LS-PARENT-SIDE(WS-LS-IND) EQUAL CR-PARENT-SIDE
                    MOVE LS-NAME(WS-LS-IND) TO WS-LISTED-UNDER
                 END-IF
              END-PERFORM
           END-IF
           MOVE CR-PARENT-PATH TO WS-PARENT-PATH
           OPEN INPUT PARENT-FILE
           IF WS-PARENT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECNO
           MOVE 'N' TO WS-EOF-PARENT
           PERFORM UNTIL END-OF-PARENT
              READ PARENT-FILE
                 AT END MOVE 'Y' TO WS-EOF-PARENT
                 NOT AT END
                    ADD 1 TO WS-RECNO
                    ADD 1 TO RT-PARENT-READ(WS-REL-IND)
                    ADD 1 TO WS-TOTAL-READ
                    IF PARENT-REC NOT EQUAL SPACES
                       PERFORM HOLD-PARENT-KEY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARENT-FILE
           MOVE '00' TO WS-PARENT-STATUS
           IF WS-LISTED-UNDER NOT EQUAL SPACES
              MOVE SPACES TO INTEGRITY-REPORT-REC
              STRING '  duplicates on this parent listed under '
                                                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LISTED-UNDER)
                                                 DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
           END-IF
           IF CR-PARENT-UNIQUE EQUAL 'Y'
           AND WS-LISTED-UNDER EQUAL SPACES
           AND WS-LS-COUNT < 30
              ADD 1 TO WS-LS-COUNT
              MOVE CR-PARENT-SIDE TO LS-PARENT-SIDE(WS-LS-COUNT)
              MOVE CR-NAME TO LS-NAME(WS-LS-COUNT)
           END-IF
       .
       HOLD-PARENT-KEY.
           MOVE PARENT-REC TO WS-IMAGE
           MOVE CR-PARENT-FORM TO WS-FORM
           PERFORM NORMALISE-IMAGE
           MOVE WS-IMAGE(CR-PK-START(1):CR-PK-LEN(1)) TO WS-KEY
           IF CR-PK-LEN(2) > 0
              COMPUTE WS-KEY-POS = CR-PK-LEN(1) + 1
              MOVE WS-IMAGE(CR-PK-START(2):CR-PK-LEN(2))
                TO WS-KEY(WS-KEY-POS:CR-PK-LEN(2))
           END-IF
           MOVE SPACES TO WS-ALT-KEY
           IF CR-PARENT-ALT-LEN > 0
              MOVE WS-IMAGE(CR-PARENT-ALT-START:CR-PARENT-ALT-LEN)
                TO WS-ALT-KEY
           END-IF
           IF WS-KEY EQUAL SPACES AND WS-ALT-KEY EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           IF CR-PARENT-UNIQUE EQUAL 'Y'
              MOVE 0 TO WS-FIRST-RECNO
              PERFORM VARYING WS-PK-IND FROM 1 BY 1
                 UNTIL WS-PK-IND > WS-PK-COUNT
                 IF PK-KEY(WS-PK-IND) EQUAL WS-KEY
                    MOVE PK-RECNO(WS-PK-IND) TO WS-FIRST-RECNO
                    MOVE WS-PK-COUNT TO WS-PK-IND
                 END-IF
              END-PERFORM
              IF WS-FIRST-RECNO > 0
              AND WS-LISTED-UNDER EQUAL SPACES
                 ADD 1 TO RT-DUPLICATES(WS-REL-IND)
                 MOVE CR-PARENT-PATH TO WS-DUP-PATH
                 PERFORM WRITE-DUPLICATE-LINE
              END-IF
           END-IF
           IF WS-PK-COUNT NOT < 5000
              MOVE 'Y' TO WS-TABLE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PK-COUNT
           MOVE WS-KEY TO PK-KEY(WS-PK-COUNT)
           MOVE WS-ALT-KEY TO PK-ALT(WS-PK-COUNT)
           MOVE WS-RECNO TO PK-RECNO(WS-PK-COUNT)
           MOVE 'N' TO PK-RETIRED(WS-PK-COUNT)
           IF CR-RETIRED-LEN > 0
              IF WS-IMAGE(CR-RETIRED-START:CR-RETIRED-LEN) EQUAL
                 CR-RETIRED-VALUE(1:CR-RETIRED-LEN)
                 MOVE 'Y' TO PK-RETIRED(WS-PK-COUNT)
              END-IF
           END-IF
       .
      *// every selected child row with a key must find a
      *// live parent; a unique child's repeats are listed too.
       SCAN-CHILD-FILE.
           MOVE 0 TO WS-CK-COUNT
           MOVE CR-CHILD-PATH TO WS-CHILD-PATH
           OPEN INPUT CHILD-FILE
           IF WS-CHILD-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECNO
           MOVE 'N' TO WS-EOF-CHILD
           PERFORM UNTIL END-OF-CHILD
              READ CHILD-FILE
                 AT END MOVE 'Y' TO WS-EOF-CHILD
                 NOT AT END
                    ADD 1 TO WS-RECNO
                    ADD 1 TO RT-CHILD-READ(WS-REL-IND)
                    ADD 1 TO WS-TOTAL-READ
                    IF CHILD-REC NOT EQUAL SPACES
                       PERFORM CHECK-CHILD-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CHILD-FILE
           MOVE '00' TO WS-CHILD-STATUS
       .
       CHECK-CHILD-ROW.
           MOVE CHILD-REC TO WS-IMAGE
           MOVE CR-CHILD-FORM TO WS-FORM
           PERFORM NORMALISE-IMAGE
           IF CR-CHILD-SEL-LEN > 0
              IF WS-IMAGE(CR-CHILD-SEL-START:CR-CHILD-SEL-LEN)
                 NOT EQUAL CR-CHILD-SEL-VALUE(1:CR-CHILD-SEL-LEN)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-IMAGE(CR-CK-START(1):CR-CK-LEN(1)) TO WS-KEY
           IF CR-CK-LEN(2) > 0
              COMPUTE WS-KEY-POS = CR-CK-LEN(1) + 1
              MOVE WS-IMAGE(CR-CK-START(2):CR-CK-LEN(2))
                TO WS-KEY(WS-KEY-POS:CR-CK-LEN(2))
           END-IF
      *// a blank key points at nothing -- unassigned work,
      *// say -- and is not a reference.
           IF WS-KEY EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RT-CHECKED(WS-REL-IND)
           IF CR-CHILD-UNIQUE EQUAL 'Y'
              PERFORM CHECK-CHILD-UNIQUE
           END-IF
      *// a live parent answers for the key even when a
      *// retired row shares it
           MOVE 0 TO WS-LIVE-RECNO
           MOVE 0 TO WS-RETIRED-RECNO
           PERFORM VARYING WS-PK-IND FROM 1 BY 1
              UNTIL WS-PK-IND > WS-PK-COUNT
              IF PK-KEY(WS-PK-IND) EQUAL WS-KEY
              OR (CR-PARENT-ALT-LEN > 0
                  AND PK-ALT(WS-PK-IND) EQUAL WS-KEY)
                 IF PK-RETIRED(WS-PK-IND) EQUAL 'Y'
                    IF WS-RETIRED-RECNO EQUAL 0
                       MOVE PK-RECNO(WS-PK-IND) TO WS-RETIRED-RECNO
                    END-IF
                 ELSE
                    MOVE PK-RECNO(WS-PK-IND) TO WS-LIVE-RECNO
                    MOVE WS-PK-COUNT TO WS-PK-IND
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LIVE-RECNO > 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RECNO TO WS-RECNO-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-REC
           IF WS-RETIRED-RECNO > 0
              ADD 1 TO RT-RETIRED(WS-REL-IND)
              MOVE WS-RETIRED-RECNO TO WS-FIRST-EDIT
              STRING '  RETIRED   '              DELIMITED BY SIZE
                     FUNCTION TRIM(CR-CHILD-PATH)
                                                 DELIMITED BY SIZE
                     ' record '                  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RECNO-EDIT)
                                                 DELIMITED BY SIZE
                     ' key '''                   DELIMITED BY SIZE
                     FUNCTION TRIM(WS-KEY)       DELIMITED BY SIZE
                     ''' -- parent record '      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIRST-EDIT)
                                                 DELIMITED BY SIZE
                     ' is retired'               DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-REC
           ELSE
              ADD 1 TO RT-ORPHANS(WS-REL-IND)
              STRING '  ORPHAN    '              DELIMITED BY SIZE
                     FUNCTION TRIM(CR-CHILD-PATH)
                                                 DELIMITED BY SIZE
                     ' record '                  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RECNO-EDIT)
                                                 DELIMITED BY SIZE
                     ' key '''                   DELIMITED BY SIZE
                     FUNCTION TRIM(WS-KEY)       DELIMITED BY SIZE
                     ''' -- not on the parent'   DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-REC
           END-IF
           WRITE INTEGRITY-REPORT-REC
       .
       CHECK-CHILD-UNIQUE.
           MOVE 0 TO WS-FIRST-RECNO
           PERFORM VARYING WS-CK-IND FROM 1 BY 1
              UNTIL WS-CK-IND > WS-CK-COUNT
              IF CK-KEY(WS-CK-IND) EQUAL WS-KEY
                 MOVE CK-RECNO(WS-CK-IND) TO WS-FIRST-RECNO
                 MOVE WS-CK-COUNT TO WS-CK-IND
              END-IF
           END-PERFORM
           IF WS-FIRST-RECNO > 0
              ADD 1 TO RT-DUPLICATES(WS-REL-IND)
              MOVE CR-CHILD-PATH TO WS-DUP-PATH
              PERFORM WRITE-DUPLICATE-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-CK-COUNT NOT < 5000
              MOVE 'Y' TO WS-TABLE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CK-COUNT
           MOVE WS-KEY TO CK-KEY(WS-CK-COUNT)
           MOVE WS-RECNO TO CK-RECNO(WS-CK-COUNT)
       .
       WRITE-DUPLICATE-LINE.
           MOVE WS-RECNO TO WS-RECNO-EDIT
           MOVE WS-FIRST-RECNO TO WS-FIRST-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING '  DUPLICATE '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUP-PATH)     DELIMITED BY SIZE
                  ' record '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECNO-EDIT)   DELIMITED BY SIZE
                  ' key '''                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY)          DELIMITED BY SIZE
                  ''' -- first at record '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-EDIT)   DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
       .
      *// form D: "KEY = text" becomes the key in columns
      *// 1-20 and the text from column 21, the way the glossary
      *// programs read their logs.
       NORMALISE-IMAGE.
           IF WS-FORM NOT EQUAL 'D'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DELIM-KEY
           MOVE SPACES TO WS-DELIM-TEXT
           UNSTRING WS-IMAGE DELIMITED BY ' = '
              INTO WS-DELIM-KEY WS-DELIM-TEXT
           MOVE SPACES TO WS-IMAGE
           MOVE WS-DELIM-KEY TO WS-IMAGE(1:20)
           MOVE WS-DELIM-TEXT TO WS-IMAGE(21:80)
       .
      *// one line per relationship and the run's totals --
      *// the counts the job history carries forward.
       WRITE-RELATION-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE 'RELATIONSHIP SUMMARY' TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING 'RELATIONSHIP         '        DELIMITED BY SIZE
                  '  CHECKED  ORPHANS  RETIRED'  DELIMITED BY SIZE
                  '     DUPS  OUTCOME'           DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           PERFORM VARYING WS-REL-IND FROM 1 BY 1
              UNTIL WS-REL-IND > WS-REL-COUNT
              MOVE RT-CHECKED(WS-REL-IND) TO WS-CHECKED-EDIT
              MOVE RT-ORPHANS(WS-REL-IND) TO WS-ORPHANS-EDIT
              MOVE RT-RETIRED(WS-REL-IND) TO WS-RETIRED-EDIT
              MOVE RT-DUPLICATES(WS-REL-IND) TO WS-DUPS-EDIT
              MOVE SPACES TO INTEGRITY-REPORT-REC
              STRING RT-NAME(WS-REL-IND)         DELIMITED BY SIZE
                     '   '                       DELIMITED BY SIZE
                     WS-CHECKED-EDIT             DELIMITED BY SIZE
                     '   '                       DELIMITED BY SIZE
                     WS-ORPHANS-EDIT             DELIMITED BY SIZE
                     '   '                       DELIMITED BY SIZE
                     WS-RETIRED-EDIT             DELIMITED BY SIZE
                     '   '                       DELIMITED BY SIZE
                     WS-DUPS-EDIT                DELIMITED BY SIZE
                     '  '                        DELIMITED BY SIZE
                     RT-OUTCOME(WS-REL-IND)      DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-REC
              WRITE INTEGRITY-REPORT-REC
           END-PERFORM
           MOVE SPACES TO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE WS-RELATIONS-CHECKED TO WS-COUNT-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING 'Relationships checked: '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT)   DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
           MOVE WS-TOTAL-ORPHANS TO WS-ORPHANS-EDIT
           MOVE WS-TOTAL-RETIRED TO WS-RETIRED-EDIT
           MOVE WS-TOTAL-DUPLICATES TO WS-DUPS-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-REC
           STRING 'Orphans: '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORPHANS-EDIT) DELIMITED BY SIZE
                  '  To retired parents: '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRED-EDIT) DELIMITED BY SIZE
                  '  Duplicate keys: '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUPS-EDIT)    DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-REC
           WRITE INTEGRITY-REPORT-REC
       .
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
              MOVE 'INTEGRITY' TO LK-PROGRAM
              ACCEPT LK-DATE FROM DATE YYYYMMDD
              ACCEPT LK-TIME FROM TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           ELSE
              DISPLAY 'integrity: '
                 FUNCTION TRIM(WS-LOCK-TARGET-PATH)
                 ' is locked by ' FUNCTION TRIM(LK-PROGRAM)
                 ', shared write skipped'
           END-IF
       .
       RELEASE-FILE-LOCK.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-REC
           MOVE 'FREE' TO LK-STATE
           MOVE 'INTEGRITY' TO LK-PROGRAM
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
                  ' -- taken over by INTEGRITY'
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
           MOVE 'INTEGRITY' TO JH-PROGRAM
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
