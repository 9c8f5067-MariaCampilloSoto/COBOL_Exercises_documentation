           SELECT RULES-FILE ASSIGN TO WS-RULES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RULES-STATUS.
      *// each program's expected feed layouts, replacing the
      *// shipped set wholesale the way the rules file does.
           SELECT LAYOUTS-FILE ASSIGN TO WS-LAYOUTS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-LAYOUTS-STATUS.
      *// the suite's business calendar must already cover
      *// the coming month, or holiday nights fall back to the
      *// weekday flags.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CALENDAR-STATUS.
      *// the control audit's latest change per program: a
      *// control file edited since the program last ran is called
      *// out before it runs on the change.
           SELECT CONTROL-CHANGES-FILE ASSIGN TO WS-CONTROL-CHANGES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CONTROL-CHANGES-STATUS.
      *// lock-file convention for files shared across
      *// programs: take <file>.lck before opening a shared file for
      *// write, fail cleanly with a message when it is held, and
             02 CC-KEYWORD PIC X(12).
             02 CC-VALUE   PIC X(100).
       FD CHECK-INPUT-FILE.
          01 CHECK-INPUT-REC PIC X(500).
       FD PREFLIGHT-REPORT-FILE.
          01 PREFLIGHT-REPORT-REC PIC X(130).
       FD RULES-FILE.
             02 PF-CONTROL-IN  PIC X(40).
             02 PF-MODES-IN    PIC X(10).
             02 PF-INPUTS-IN   PIC X(80).
      *// overflow columns for programs whose mode letters or
      *// input keywords outgrow the first fields; a rules file
      *// written before they existed reads them as spaces.
             02 PF-MODES-MORE-IN  PIC X(10).
             02 PF-INPUTS-MORE-IN PIC X(80).
       FD LAYOUTS-FILE.
          01 LAYOUTS-REC.
      *// program and input keyword, the shortest and longest
      *// record the layout allows (trailing blanks not counted), Y
      *// where the feed carries HDR/TRL control records, records to
      *// sample (zero for the default), then up to six fields --
      *// name, start, length and type: N numeric, B numeric or
      *// blank, D date YYYYMMDD, S numeric with leading sign.
             02 LF-PROGRAM  PIC X(12).
             02 LF-KEYWORD  PIC X(12).
             02 LF-MIN-LEN  PIC 999.
             02 LF-MAX-LEN  PIC 999.
             02 LF-CONTROLS PIC X.
             02 LF-SAMPLE   PIC 999.
             02 LF-FIELDS   PIC X(108).
       FD CALENDAR-FILE.
          01 CALENDAR-REC.
             02 CAL-DATE     PIC X(8).
             02 CAL-DAY-TYPE PIC X(12).
             02 CAL-DESC     PIC X(40).
       FD CONTROL-CHANGES-FILE.
          01 CONTROL-CHANGES-REC.
             02 CG-PROGRAM      PIC X(12).
             02 CG-CONTROL      PIC X(40).
             02 CG-CHANGED-DATE PIC X(8).
             02 CG-CHANGED-TIME PIC X(6).
             02 FILLER          PIC X(14).
       FD LOCK-FILE.
          01 LOCK-REC.
             02 LK-STATE   PIC X(4).
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
       01 WS-CHECK-CONTROL-PATH    PIC X(100).
       01 WS-CHECK-CONTROL-STATUS  PIC XX.
      *// name input files (output and report paths are created by
      *// the run and are not required to pre-exist).
       01 WS-SUITE-TABLE.
         02 WS-SUITE-ENTRY OCCURS 40 TIMES.
            03 SU-PROGRAM PIC X(12).
            03 SU-CONTROL PIC X(40).
            03 SU-MODES   PIC X(20).
            03 SU-INPUTS  PIC X(160).
       01 WS-SUITE-COUNT           PIC 99 VALUE 0.
       01 WS-SUITE-IND             PIC 99.
       01 WS-EOF-CONTROL           PIC X VALUE 'N'.
       01 WS-FINDINGS              PIC 9(4) VALUE 0.
       01 WS-NOGO-PROGRAMS         PIC 99 VALUE 0.
       01 WS-CTL-EDIT              PIC Z(3)9.
      *// FEED LAYOUTS -- the first records of each input
      *// feed are read and held against the program's layout, so a
      *// feed in the wrong shape is bounced before the window.
       01 WS-LAYOUTS-PATH          PIC X(100)
                                    VALUE 'preflight-layouts.dat'.
       01 WS-LAYOUTS-STATUS        PIC XX.
       01 WS-LAYOUT-TABLE.
         02 WS-LAYOUT-ENTRY OCCURS 40 TIMES.
            03 LY-PROGRAM  PIC X(12).
            03 LY-KEYWORD  PIC X(12).
            03 LY-MIN-LEN  PIC 999.
            03 LY-MAX-LEN  PIC 999.
            03 LY-CONTROLS PIC X.
            03 LY-SAMPLE   PIC 999.
            03 LY-FIELDS.
               04 LY-FIELD OCCURS 6 TIMES.
                  05 LY-FLD-NAME  PIC X(12).
                  05 LY-FLD-START PIC 999.
                  05 LY-FLD-LEN   PIC 99.
                  05 LY-FLD-TYPE  PIC X.
       01 WS-LAYOUT-COUNT          PIC 99 VALUE 0.
       01 WS-LAYOUT-IND            PIC 99.
       01 WS-LY-FLD-COUNT          PIC 9.
       01 WS-LY-NEW-HEAD.
         02 WS-LYN-PROGRAM         PIC X(12).
         02 WS-LYN-KEYWORD         PIC X(12).
         02 WS-LYN-MIN-LEN         PIC 999.
         02 WS-LYN-MAX-LEN         PIC 999.
         02 WS-LYN-CONTROLS        PIC X.
         02 WS-LYN-SAMPLE          PIC 999.
       01 WS-LY-NEW-FIELD          PIC X(18).
       01 WS-FLD-IND               PIC 9.
       01 WS-FLD-VALUE             PIC X(18).
       01 WS-FLD-OK                PIC X.
       01 WS-SAMPLE-LIMIT          PIC 999.
       01 WS-SAMPLE-REC-NO         PIC 9(5).
       01 WS-SAMPLE-READ           PIC 999.
       01 WS-SAMPLE-REC-LEN        PIC 999.
       01 WS-SAMPLE-FAILS          PIC 9(4).
       01 WS-SAMPLE-LISTED         PIC 99.
       01 WS-SAMPLE-FIELD          PIC X(12).
       01 WS-SAMPLE-TEXT           PIC X(60).
       01 WS-SAMPLE-EOF            PIC X.
       01 WS-SAMPLE-HDR            PIC X.
       01 WS-SAMPLE-TRL            PIC X.
       01 WS-SAMPLE-EDIT           PIC Z(4)9.
       01 WS-SAMPLE-LEN-EDIT       PIC ZZ9.
       01 WS-SAMPLE-MAX-EDIT       PIC ZZ9.
      *// BUSINESS CALENDAR -- one flag per day from today
      *// for the next 30; the path is the one the suite's control
      *// files name, the shipped default otherwise.
       01 WS-CALENDAR-PATH         PIC X(100)
                                    VALUE 'business-calendar.dat'.
       01 WS-CALENDAR-STATUS       PIC XX.
       01 WS-CAL-COVER-TABLE.
         02 WS-CAL-COVERED OCCURS 30 TIMES PIC X.
       01 WS-CAL-TODAY             PIC X(8).
       01 WS-CAL-TODAY-INT         PIC 9(7).
       01 WS-CAL-DATE-INT          PIC 9(7).
       01 WS-CAL-OFFSET            PIC S9(7).
       01 WS-CAL-IND               PIC 99.
       01 WS-CAL-MISSING           PIC 99 VALUE 0.
       01 WS-CAL-MISSING-DATE      PIC 9(8).
       01 WS-CAL-EDIT              PIC Z9.
      *// CONTROL CHANGES -- when each program's control
      *// file last changed, against when the program last ran.
       01 WS-CONTROL-CHANGES-PATH  PIC X(100)
                                    VALUE 'control-changes.dat'.
       01 WS-CONTROL-CHANGES-STATUS PIC XX.
       01 WS-CHANGE-TABLE.
         02 WS-CHANGE-ENTRY OCCURS 60 TIMES.
            03 CT-PROGRAM  PIC X(12).
            03 CT-CONTROL  PIC X(40).
            03 CT-CHANGED  PIC X(14).
            03 CT-LAST-RUN PIC X(14).
       01 WS-CHANGE-COUNT          PIC 99 VALUE 0.
       01 WS-CHANGE-IND            PIC 99.
       01 WS-JH-STAMP              PIC X(14).
       01 WS-CHANGES-FLAGGED       PIC 99 VALUE 0.
      *// FILE LOCKS
       01 WS-LOCK-PATH             PIC X(100).
       01 WS-LOCK-STATUS           PIC XX.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       PREFLIGHT-CHECK.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           PERFORM LOAD-SUITE-TABLE
           PERFORM LOAD-LAYOUT-TABLE
           PERFORM LOAD-CONTROL-CHANGES
           OPEN OUTPUT PREFLIGHT-REPORT-FILE
           MOVE 'PREFLIGHT CHECK - RUN-CONTROL FILES'
             TO PREFLIGHT-REPORT-REC
              UNTIL WS-SUITE-IND > WS-SUITE-COUNT
              PERFORM CHECK-ONE-PROGRAM
           END-PERFORM
           PERFORM CHECK-CALENDAR-COVERAGE
           PERFORM WRITE-VERDICT
           CLOSE PREFLIGHT-REPORT-FILE
           MOVE WS-SUITE-COUNT TO WS-JH-READ
       LOAD-SUITE-TABLE.
           MOVE 'YACHT'       TO SU-PROGRAM(1)
           MOVE 'yacht-control.dat' TO SU-CONTROL(1)
           MOVE 'SBEDKVCIA'   TO SU-MODES(1)
           MOVE 'ROLL-FILE ROLL-FILE-2 GAME-CONFIG SEASON DISPUTE CORREC
      -          'TIONS INTEG-ARC AUTH-TABLE' TO SU-INPUTS(1)
           MOVE 'BOB'         TO SU-PROGRAM(2)
           MOVE 'bob-control.dat' TO SU-CONTROL(2)
           MOVE 'SBQADEMCVT'  TO SU-MODES(2)
           MOVE 'TRANSCRIPT RESPONSES LEXICON QUEUE-ACTION AGENTS CLOSUR
      -          'ES QA-VERDICTS CSAT STOP-WORDS' TO SU-INPUTS(2)
           MOVE 'TWO-FER'     TO SU-PROGRAM(3)
           MOVE 'twofer-control.dat' TO SU-CONTROL(3)
           MOVE 'SBMDRVEAGUFK' TO SU-MODES(3)
           MOVE 'ROSTER PRIOR-ROSTER REPRINTS VISITORS DOOR-ZONES ACCESS
      -          '-ACK GOODS-IN ASSEMBLY PRESENT' TO SU-INPUTS(3)
           MOVE 'RAINDROPS'   TO SU-PROGRAM(4)
           MOVE 'raindrops-control.dat' TO SU-CONTROL(4)
           MOVE 'SRNGCWTQX'   TO SU-MODES(4)
           MOVE 'RULES RANGE-CTL NUMBERS ANSWERS CLASSES ROSTER GRADES'
             TO SU-INPUTS(4)
           MOVE 'LUHN'        TO SU-PROGRAM(5)
           MOVE 'luhn-control.dat' TO SU-CONTROL(5)
           MOVE 'SBGRMO'      TO SU-MODES(5)
           MOVE 'CARD-FILE CORRECTIONS BIN-TABLE STEMS RESPONSES BLOC
      -          'KLIST FEE-SCHEDULE AUTH-TABLE' TO SU-INPUTS(5)
           MOVE 'DARTS'       TO SU-PROGRAM(6)
           MOVE 'darts-control.dat' TO SU-CONTROL(6)
           MOVE 'STRMVCHGAPFB' TO SU-MODES(6)
           MOVE 'TURN-FILE TURN-FILE-2 BOARD-LAYOUT HANDICAPS FIXTURES T
      -          'EAMS AIM-BATCH DIVISIONS FIX-REGISTER FIX-STATUS BOARD
      -          '-BATCH' TO SU-INPUTS(6)
           MOVE 'ARMSTRONG'   TO SU-PROGRAM(7)
           MOVE 'armstrong-control.dat' TO SU-CONTROL(7)
           MOVE 'SRWLCUMQGJK' TO SU-MODES(7)
           MOVE 'UNIT-FILE PROPERTIES SUBMISSIONS' TO SU-INPUTS(7)
           MOVE 'TRIANGLE'    TO SU-PROGRAM(8)
           MOVE 'triangle-control.dat' TO SU-CONTROL(8)
           MOVE 'SBC'         TO SU-MODES(8)
           MOVE 'TRIANGLES TOLERANCE PRIOR' TO SU-INPUTS(8)
           MOVE 'ACRONYM'     TO SU-PROGRAM(9)
           MOVE 'acronym-control.dat' TO SU-CONTROL(9)
           MOVE 'SBMLAKPC'    TO SU-MODES(9)
           MOVE 'TITLES GLOSSARY STOPWORDS QUERIES DOCUMENT RENAMES'
             TO SU-INPUTS(9)
           MOVE 'ATBASH'      TO SU-PROGRAM(10)
           MOVE 'atbash-control.dat' TO SU-CONTROL(10)
           MOVE 'SBCVFR'      TO SU-MODES(10)
           MOVE 'MESSAGES ROUNDTRIP KEY-FILE KEY-SCHEDULE REPLIES ANALY
      -          'SIS-IN' TO SU-INPUTS(10)
           MOVE 'BINARY'      TO SU-PROGRAM(11)
           MOVE 'binary-control.dat' TO SU-CONTROL(11)
           MOVE 'SBDHORVXE'   TO SU-MODES(11)
           MOVE 'INPUT'       TO SU-INPUTS(11)
           MOVE 'ALLERGIES'   TO SU-PROGRAM(12)
           MOVE 'allergies-control.dat' TO SU-CONTROL(12)
           MOVE 'SBKRCL'      TO SU-MODES(12)
           MOVE 'SCORES MASTER MEDICATIONS ACK-ACTIONS CENSUS AUTH-TABL
      -          'E' TO SU-INPUTS(12)
           MOVE 'BRACKETS'    TO SU-PROGRAM(13)
           MOVE 'brackets-control.dat' TO SU-CONTROL(13)
           MOVE 'SB'          TO SU-MODES(13)
           MOVE 'FEED PAIRS DEPTH-LIMITS' TO SU-INPUTS(13)
           MOVE 'GAMESNIGHT'  TO SU-PROGRAM(14)
           MOVE 'gamesnight-control.dat' TO SU-CONTROL(14)
           MOVE 'NSLC'        TO SU-MODES(14)
           MOVE 'YACHT-LB DARTS-LB SERIES LEDGER PAYMENTS'
             TO SU-INPUTS(14)
           MOVE 'JOBHISTORY'  TO SU-PROGRAM(15)
           MOVE 'jobhistory-control.dat' TO SU-CONTROL(15)
           MOVE 'SAWU'        TO SU-MODES(15)
           MOVE 'HISTORY SCHEDULE CALENDAR' TO SU-INPUTS(15)
           MOVE 'SEQUENCER'   TO SU-PROGRAM(16)
           MOVE 'sequencer-control.dat' TO SU-CONTROL(16)
           MOVE 'NR'          TO SU-MODES(16)
           MOVE 'PLAN OVERRIDES CALENDAR' TO SU-INPUTS(16)
           MOVE 'RETRIEVAL'   TO SU-PROGRAM(17)
           MOVE 'retrieval-control.dat' TO SU-CONTROL(17)
           MOVE 'QRC'         TO SU-MODES(17)
           MOVE 'QUERY MANIFEST' TO SU-INPUTS(17)
           MOVE 'MORNINGPACK'  TO SU-PROGRAM(18)
           MOVE 'morningpack-control.dat' TO SU-CONTROL(18)
           MOVE SPACES        TO SU-MODES(18)
           MOVE 'HISTORY MANIFEST OWNERS' TO SU-INPUTS(18)
           MOVE 'ARCHIVE'     TO SU-PROGRAM(19)
           MOVE 'archive-control.dat' TO SU-CONTROL(19)
           MOVE 'ADV'         TO SU-MODES(19)
           MOVE 'RULES MANIFEST AUTH-TABLE' TO SU-INPUTS(19)
           MOVE 'REGISTRY'    TO SU-PROGRAM(20)
           MOVE 'registry-control.dat' TO SU-CONTROL(20)
           MOVE 'UVP'         TO SU-MODES(20)
           MOVE 'TRANSACTIONS REGISTRY SERIES PROFILES SHEET-HIST BRACKE
      -          'T HANDICAPS PLAYER-STATS POINTS-TABLE SEASON-RPT'
             TO SU-INPUTS(20)
           MOVE 'DETOKENIZE'  TO SU-PROGRAM(21)
           MOVE 'detokenize-control.dat' TO SU-CONTROL(21)
           MOVE SPACES        TO SU-MODES(21)
           MOVE 'REQUESTS AUTHORIZED' TO SU-INPUTS(21)
           MOVE 'LABINTERFACE' TO SU-PROGRAM(22)
           MOVE 'labinterface-control.dat' TO SU-CONTROL(22)
           MOVE SPACES        TO SU-MODES(22)
           MOVE 'EXPORT MASTER SAMPLE-LOG' TO SU-INPUTS(22)
           MOVE 'CTLAUDIT'    TO SU-PROGRAM(23)
           MOVE 'ctlaudit-control.dat' TO SU-CONTROL(23)
           MOVE SPACES        TO SU-MODES(23)
           MOVE 'RULES PLAN'  TO SU-INPUTS(23)
           MOVE 'INTEGRITY'   TO SU-PROGRAM(24)
           MOVE 'integrity-control.dat' TO SU-CONTROL(24)
           MOVE SPACES        TO SU-MODES(24)
           MOVE 'RELATIONS'   TO SU-INPUTS(24)
           MOVE 24 TO WS-SUITE-COUNT
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS EQUAL '00'
      *// a rules file replaces the shipped defaults wholesale
                 READ RULES-FILE
                    AT END MOVE '10' TO WS-RULES-STATUS
                    NOT AT END
                       IF WS-SUITE-COUNT < 40
                          ADD 1 TO WS-SUITE-COUNT
                          MOVE PF-PROGRAM-IN
                            TO SU-PROGRAM(WS-SUITE-COUNT)
                          MOVE PF-CONTROL-IN
                            TO SU-CONTROL(WS-SUITE-COUNT)
                          MOVE PF-MODES-IN
                            TO SU-MODES(WS-SUITE-COUNT)(1:10)
                          MOVE PF-MODES-MORE-IN
                            TO SU-MODES(WS-SUITE-COUNT)(11:10)
                          MOVE PF-INPUTS-IN
                            TO SU-INPUTS(WS-SUITE-COUNT)(1:80)
                          MOVE PF-INPUTS-MORE-IN
                            TO SU-INPUTS(WS-SUITE-COUNT)(81:80)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF
       .
      *// the shipped feed layouts, one entry per program and
      *// input keyword. Feeds that carry HDR/TRL controls must lead
      *// with the header; the controls themselves are not held
      *// against the data layout.
       LOAD-LAYOUT-TABLE.
           MOVE 0 TO WS-LAYOUT-COUNT
           MOVE SPACES TO WS-LAYOUT-TABLE
           MOVE 'YACHT       ROLL-FILE   043043Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DICE        03606N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'GAME-NUMBER 04202N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
      *// the second keying is the same feed keyed again
           MOVE 'YACHT       ROLL-FILE-2 043043Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DICE        03606N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'GAME-NUMBER 04202N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'BOB         TRANSCRIPT  020071Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DATE        00108D' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'TWO-FER     ROSTER      011080Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'LUHN        CARD-FILE   001055Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'EXP-MONTH   03302B' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'EXP-YEAR    03502B' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'DARTS       TURN-FILE   044048Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'THROW-1-X   02104S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-1-Y   02504S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-2-X   02904S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-2-Y   03304S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-3-X   03704S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-3-Y   04104S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'DARTS       TURN-FILE-2 044048Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'THROW-1-X   02104S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-1-Y   02504S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-2-X   02904S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-2-Y   03304S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-3-X   03704S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'THROW-3-Y   04104S' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'ARMSTRONG   UNIT-FILE   038052 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'UNIT        00102N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'START       00318N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'END         02118N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'FOUND       04706B' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'ALLERGIES   SCORES      014014Y000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'SCORE       01104N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
      *// ward and GP practice may both be blank on an entry
      *// not yet placed, so the record can end at the birth date.
           MOVE 'ALLERGIES   MASTER      043057 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DOB         03608D' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
      *// free-text feeds: only the record length is held
           MOVE 'TRIANGLE    TRIANGLES   001122 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'RAINDROPS   NUMBERS     001010 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'BINARY      INPUT       001060 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'GAMESNIGHT  YACHT-LB    025025 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'TOTAL       02105N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'JOBHISTORY  CALENDAR    009060 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DATE        00108D' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'SEQUENCER   PLAN        030090 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'STEP        00102N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'DEPS        07108N' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           MOVE 'SEQUENCER   CALENDAR    009060 000' TO WS-LY-NEW-HEAD
           PERFORM ADD-LAYOUT
           MOVE 'DATE        00108D' TO WS-LY-NEW-FIELD
           PERFORM ADD-LAYOUT-FIELD
           OPEN INPUT LAYOUTS-FILE
           IF WS-LAYOUTS-STATUS EQUAL '00'
      *// a layouts file replaces the shipped layouts wholesale
              MOVE 0 TO WS-LAYOUT-COUNT
              MOVE SPACES TO WS-LAYOUT-TABLE
              PERFORM UNTIL WS-LAYOUTS-STATUS NOT EQUAL '00'
                 READ LAYOUTS-FILE
                    AT END MOVE '10' TO WS-LAYOUTS-STATUS
                    NOT AT END
                       IF WS-LAYOUT-COUNT < 40
                       AND LF-PROGRAM NOT EQUAL SPACES
                          ADD 1 TO WS-LAYOUT-COUNT
                          MOVE LAYOUTS-REC
                            TO WS-LAYOUT-ENTRY(WS-LAYOUT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LAYOUTS-FILE
           END-IF
       .
       ADD-LAYOUT.
           ADD 1 TO WS-LAYOUT-COUNT
           MOVE WS-LYN-PROGRAM  TO LY-PROGRAM(WS-LAYOUT-COUNT)
           MOVE WS-LYN-KEYWORD  TO LY-KEYWORD(WS-LAYOUT-COUNT)
           MOVE WS-LYN-MIN-LEN  TO LY-MIN-LEN(WS-LAYOUT-COUNT)
           MOVE WS-LYN-MAX-LEN  TO LY-MAX-LEN(WS-LAYOUT-COUNT)
           MOVE WS-LYN-CONTROLS TO LY-CONTROLS(WS-LAYOUT-COUNT)
           MOVE WS-LYN-SAMPLE   TO LY-SAMPLE(WS-LAYOUT-COUNT)
           MOVE 0 TO WS-LY-FLD-COUNT
       .
       ADD-LAYOUT-FIELD.
           ADD 1 TO WS-LY-FLD-COUNT
           MOVE WS-LY-NEW-FIELD
             TO LY-FIELD(WS-LAYOUT-COUNT, WS-LY-FLD-COUNT)
       .
       CHECK-ONE-PROGRAM.
           MOVE 'Y' TO WS-PROGRAM-OK
           MOVE SPACES TO PREFLIGHT-REPORT-REC
              END-PERFORM
              CLOSE CHECK-CONTROL-FILE
           END-IF
           PERFORM CHECK-CONTROL-CHANGE
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           IF WS-PROGRAM-OK EQUAL 'Y'
              STRING '  '                      DELIMITED BY SIZE
           END-IF
           WRITE PREFLIGHT-REPORT-REC
       .
      *// a change the program has not yet run on is a
      *// warning, not a NO-GO -- most are intended, but somebody
      *// should say so before the window rather than after.
       CHECK-CONTROL-CHANGE.
           PERFORM VARYING WS-CHANGE-IND FROM 1 BY 1
              UNTIL WS-CHANGE-IND > WS-CHANGE-COUNT
              IF CT-PROGRAM(WS-CHANGE-IND) EQUAL
                 SU-PROGRAM(WS-SUITE-IND)
              AND CT-CONTROL(WS-CHANGE-IND) EQUAL
                 SU-CONTROL(WS-SUITE-IND)
              AND CT-CHANGED(WS-CHANGE-IND) >
                 CT-LAST-RUN(WS-CHANGE-IND)
                 ADD 1 TO WS-CHANGES-FLAGGED
                 MOVE SPACES TO PREFLIGHT-REPORT-REC
                 IF CT-LAST-RUN(WS-CHANGE-IND) EQUAL SPACES
                    STRING '  WARNING: control file changed '
                                              DELIMITED BY SIZE
                       CT-CHANGED(WS-CHANGE-IND)(1:8)
                                              DELIMITED BY SIZE
                       ' and the program has not run since'
                                              DELIMITED BY SIZE
                       ' -- confirm the change was intended'
                                              DELIMITED BY SIZE
                       INTO PREFLIGHT-REPORT-REC
                 ELSE
                    STRING '  WARNING: control file changed '
                                              DELIMITED BY SIZE
                       CT-CHANGED(WS-CHANGE-IND)(1:8)
                                              DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       CT-CHANGED(WS-CHANGE-IND)(9:2)
                                              DELIMITED BY SIZE
                       ':'                    DELIMITED BY SIZE
                       CT-CHANGED(WS-CHANGE-IND)(11:2)
                                              DELIMITED BY SIZE
                       ' since the last run ('
                                              DELIMITED BY SIZE
                       CT-LAST-RUN(WS-CHANGE-IND)(1:8)
                                              DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       CT-LAST-RUN(WS-CHANGE-IND)(9:2)
                                              DELIMITED BY SIZE
                       ':'                    DELIMITED BY SIZE
                       CT-LAST-RUN(WS-CHANGE-IND)(11:2)
                                              DELIMITED BY SIZE
                       ') -- confirm the change was intended'
                                              DELIMITED BY SIZE
                       INTO PREFLIGHT-REPORT-REC
                 END-IF
                 WRITE PREFLIGHT-REPORT-REC
              END-IF
           END-PERFORM
       .
       CHECK-CONTROL-ENTRY.
           PERFORM EXPAND-CONTROL-VALUE
           EVALUATE TRUE
              WHEN CC-KEYWORD EQUAL SPACES
                 CONTINUE
              WHEN OTHER
                 IF CC-KEYWORD EQUAL 'CALENDAR'
                    MOVE CC-VALUE TO WS-CALENDAR-PATH
                 END-IF
                 PERFORM CHECK-IF-INPUT-KEYWORD
                 IF WS-KEYWORD-IS-INPUT EQUAL 'Y'
                    PERFORM CHECK-INPUT-PATH
       CHECK-MODE-VALUE.
           MOVE 'N' TO WS-MODE-OK
           PERFORM VARYING WS-MODE-IND FROM 1 BY 1
              UNTIL WS-MODE-IND > 20
              IF SU-MODES(WS-SUITE-IND)(WS-MODE-IND:1)
                 NOT EQUAL SPACE
              AND SU-MODES(WS-SUITE-IND)(WS-MODE-IND:1)
                 EQUAL CC-VALUE(1:1)
                 MOVE 'Y' TO WS-MODE-OK
                 MOVE 20 TO WS-MODE-IND
              END-IF
           END-PERFORM
           IF WS-MODE-OK EQUAL 'N'
              WRITE PREFLIGHT-REPORT-REC
           ELSE
              READ CHECK-INPUT-FILE
                 NOT AT END
                    PERFORM SAMPLE-FEED-CONTENT
                 AT END
                    MOVE 'N' TO WS-PROGRAM-OK
                    ADD 1 TO WS-FINDINGS
              CLOSE CHECK-INPUT-FILE
           END-IF
       .
      *// the feed's first record is in hand; hold it and the
      *// records after it, up to the sample size, against the
      *// program's layout for this keyword. No layout, no sample
      *// -- but the report says so, rather than passing it silently.
       SAMPLE-FEED-CONTENT.
           MOVE 0 TO WS-LAYOUT-IND
           PERFORM VARYING WS-MODE-IND FROM 1 BY 1
              UNTIL WS-MODE-IND > WS-LAYOUT-COUNT
              IF LY-PROGRAM(WS-MODE-IND) EQUAL SU-PROGRAM(WS-SUITE-IND)
              AND LY-KEYWORD(WS-MODE-IND) EQUAL CC-KEYWORD
                 MOVE WS-MODE-IND TO WS-LAYOUT-IND
                 MOVE WS-LAYOUT-COUNT TO WS-MODE-IND
              END-IF
           END-PERFORM
           IF WS-LAYOUT-IND EQUAL 0
              MOVE SPACES TO PREFLIGHT-REPORT-REC
              STRING '  '                       DELIMITED BY SIZE
                     FUNCTION TRIM(CC-KEYWORD)  DELIMITED BY SIZE
                     ': no layout held -- content not sampled'
                                                DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE LY-SAMPLE(WS-LAYOUT-IND) TO WS-SAMPLE-LIMIT
           IF WS-SAMPLE-LIMIT EQUAL 0
              MOVE 20 TO WS-SAMPLE-LIMIT
           END-IF
           MOVE 0 TO WS-SAMPLE-REC-NO
           MOVE 0 TO WS-SAMPLE-READ
           MOVE 0 TO WS-SAMPLE-FAILS
           MOVE 0 TO WS-SAMPLE-LISTED
           MOVE 'N' TO WS-SAMPLE-EOF
           MOVE 'Y' TO WS-SAMPLE-HDR
           MOVE 'N' TO WS-SAMPLE-TRL
           IF LY-CONTROLS(WS-LAYOUT-IND) EQUAL 'Y'
              PERFORM CHECK-SAMPLE-HEADER
           END-IF
           PERFORM UNTIL WS-SAMPLE-EOF EQUAL 'Y'
              OR WS-SAMPLE-READ NOT < WS-SAMPLE-LIMIT
              PERFORM CHECK-SAMPLE-RECORD
              READ CHECK-INPUT-FILE
                 AT END MOVE 'Y' TO WS-SAMPLE-EOF
              END-READ
           END-PERFORM
           IF WS-SAMPLE-HDR EQUAL 'N'
              PERFORM REPORT-MISSING-HEADER
           END-IF
           IF WS-SAMPLE-FAILS > WS-SAMPLE-LISTED
              MOVE SPACES TO PREFLIGHT-REPORT-REC
              COMPUTE WS-SAMPLE-EDIT =
                 WS-SAMPLE-FAILS - WS-SAMPLE-LISTED
              STRING '  '                       DELIMITED BY SIZE
                     FUNCTION TRIM(CC-KEYWORD)  DELIMITED BY SIZE
                     ': '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SAMPLE-EDIT)
                                                DELIMITED BY SIZE
                     ' more layout finding(s) not listed'
                                                DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
           END-IF
           IF WS-SAMPLE-FAILS EQUAL 0
              MOVE SPACES TO PREFLIGHT-REPORT-REC
              MOVE WS-SAMPLE-READ TO WS-SAMPLE-EDIT
              STRING '  '                       DELIMITED BY SIZE
                     FUNCTION TRIM(CC-KEYWORD)  DELIMITED BY SIZE
                     ': '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SAMPLE-EDIT)
                                                DELIMITED BY SIZE
                     ' record(s) sampled, layout OK'
                                                DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
           END-IF
       .
      *// a feed that carries controls leads with HDR and
      *// its feed date. Whether a missing HDR is a finding waits
      *// on the rest of the sample -- see REPORT-MISSING-HEADER.
       CHECK-SAMPLE-HEADER.
           MOVE 'HDR' TO WS-SAMPLE-FIELD
           IF CHECK-INPUT-REC(1:3) NOT EQUAL 'HDR'
              MOVE 'N' TO WS-SAMPLE-HDR
              EXIT PARAGRAPH
           END-IF
           MOVE CHECK-INPUT-REC(4:8) TO WS-FLD-VALUE
           PERFORM CHECK-DATE-VALUE
           IF WS-FLD-OK EQUAL 'N'
              MOVE 1 TO WS-SAMPLE-REC-NO
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING 'feed date '''             DELIMITED BY SIZE
                     CHECK-INPUT-REC(4:8)       DELIMITED BY SIZE
                     ''' not a valid date'      DELIMITED BY SIZE
                     INTO WS-SAMPLE-TEXT
              PERFORM RECORD-SAMPLE-FAILURE
              MOVE 0 TO WS-SAMPLE-REC-NO
           END-IF
       .
      *// a trailer in the sample means the sender is writing
      *// controls, so the header is owed and its absence is a
      *// finding. With no trailer either, the feed most likely
      *// comes from a sender not yet writing controls -- the
      *// programs read it as data alone, so it is only a warning.
       REPORT-MISSING-HEADER.
           IF WS-SAMPLE-TRL EQUAL 'Y'
              MOVE 'HDR' TO WS-SAMPLE-FIELD
              MOVE 1 TO WS-SAMPLE-REC-NO
              MOVE 'header record missing, trailer present'
                TO WS-SAMPLE-TEXT
              PERFORM RECORD-SAMPLE-FAILURE
           ELSE
              MOVE SPACES TO PREFLIGHT-REPORT-REC
              STRING '  WARNING: '              DELIMITED BY SIZE
                     FUNCTION TRIM(CC-KEYWORD)  DELIMITED BY SIZE
                     ' has no header record (no trailer sampled)'
                                                DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
           END-IF
       .
       CHECK-SAMPLE-RECORD.
           ADD 1 TO WS-SAMPLE-REC-NO
           IF LY-CONTROLS(WS-LAYOUT-IND) EQUAL 'Y'
           AND (CHECK-INPUT-REC(1:3) EQUAL 'HDR'
                OR CHECK-INPUT-REC(1:3) EQUAL 'TRL')
              IF CHECK-INPUT-REC(1:3) EQUAL 'TRL'
                 MOVE 'Y' TO WS-SAMPLE-TRL
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-READ
           IF CHECK-INPUT-REC EQUAL SPACES
              MOVE 0 TO WS-SAMPLE-REC-LEN
           ELSE
              MOVE FUNCTION LENGTH(
                 FUNCTION TRIM(CHECK-INPUT-REC TRAILING))
                TO WS-SAMPLE-REC-LEN
           END-IF
           MOVE 'LENGTH' TO WS-SAMPLE-FIELD
           MOVE WS-SAMPLE-REC-LEN TO WS-SAMPLE-LEN-EDIT
           IF WS-SAMPLE-REC-LEN > LY-MAX-LEN(WS-LAYOUT-IND)
              MOVE LY-MAX-LEN(WS-LAYOUT-IND) TO WS-SAMPLE-MAX-EDIT
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING FUNCTION TRIM(WS-SAMPLE-LEN-EDIT)
                                                DELIMITED BY SIZE
                     ' bytes, layout is at most '
                                                DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SAMPLE-MAX-EDIT)
                                                DELIMITED BY SIZE
                     INTO WS-SAMPLE-TEXT
              PERFORM RECORD-SAMPLE-FAILURE
              EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-REC-LEN < LY-MIN-LEN(WS-LAYOUT-IND)
              MOVE LY-MIN-LEN(WS-LAYOUT-IND) TO WS-SAMPLE-MAX-EDIT
              MOVE SPACES TO WS-SAMPLE-TEXT
              STRING FUNCTION TRIM(WS-SAMPLE-LEN-EDIT)
                                                DELIMITED BY SIZE
                     ' bytes, layout needs at least '
                                                DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SAMPLE-MAX-EDIT)
                                                DELIMITED BY SIZE
                     INTO WS-SAMPLE-TEXT
              PERFORM RECORD-SAMPLE-FAILURE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IND FROM 1 BY 1
              UNTIL WS-FLD-IND > 6
              IF LY-FLD-NAME(WS-LAYOUT-IND, WS-FLD-IND)
                 NOT EQUAL SPACES
                 PERFORM CHECK-SAMPLE-FIELD
              END-IF
           END-PERFORM
       .
       CHECK-SAMPLE-FIELD.
           MOVE SPACES TO WS-FLD-VALUE
           MOVE CHECK-INPUT-REC(
                   LY-FLD-START(WS-LAYOUT-IND, WS-FLD-IND):
                   LY-FLD-LEN(WS-LAYOUT-IND, WS-FLD-IND))
             TO WS-FLD-VALUE
           MOVE 'Y' TO WS-FLD-OK
           EVALUATE LY-FLD-TYPE(WS-LAYOUT-IND, WS-FLD-IND)
              WHEN 'N'
                 IF WS-FLD-VALUE(1:LY-FLD-LEN(WS-LAYOUT-IND,
                    WS-FLD-IND)) IS NOT NUMERIC
                    MOVE 'N' TO WS-FLD-OK
                    MOVE 'not numeric' TO WS-SAMPLE-TEXT
                 END-IF
              WHEN 'B'
                 IF WS-FLD-VALUE NOT EQUAL SPACES
                 AND WS-FLD-VALUE(1:LY-FLD-LEN(WS-LAYOUT-IND,
                    WS-FLD-IND)) IS NOT NUMERIC
                    MOVE 'N' TO WS-FLD-OK
                    MOVE 'not numeric or blank' TO WS-SAMPLE-TEXT
                 END-IF
              WHEN 'S'
                 IF (WS-FLD-VALUE(1:1) NOT EQUAL '+'
                     AND WS-FLD-VALUE(1:1) NOT EQUAL '-')
                 OR WS-FLD-VALUE(2:LY-FLD-LEN(WS-LAYOUT-IND,
                    WS-FLD-IND) - 1) IS NOT NUMERIC
                    MOVE 'N' TO WS-FLD-OK
                    MOVE 'not a signed number' TO WS-SAMPLE-TEXT
                 END-IF
              WHEN 'D'
                 PERFORM CHECK-DATE-VALUE
                 IF WS-FLD-OK EQUAL 'N'
                    MOVE 'not a valid YYYYMMDD date'
                      TO WS-SAMPLE-TEXT
                 END-IF
           END-EVALUATE
           IF WS-FLD-OK EQUAL 'N'
              MOVE LY-FLD-NAME(WS-LAYOUT-IND, WS-FLD-IND)
                TO WS-SAMPLE-FIELD
              STRING FUNCTION TRIM(WS-SAMPLE-TEXT)
                                                DELIMITED BY SIZE
                     ' '''                      DELIMITED BY SIZE
                     WS-FLD-VALUE(1:LY-FLD-LEN(WS-LAYOUT-IND,
                        WS-FLD-IND))            DELIMITED BY SIZE
                     ''''                       DELIMITED BY SIZE
                     INTO WS-SAMPLE-TEXT
              PERFORM RECORD-SAMPLE-FAILURE
           END-IF
       .
       CHECK-DATE-VALUE.
           MOVE 'Y' TO WS-FLD-OK
           IF WS-FLD-VALUE(1:8) IS NOT NUMERIC
              MOVE 'N' TO WS-FLD-OK
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-FLD-VALUE(1:8))) NOT EQUAL 0
                 MOVE 'N' TO WS-FLD-OK
              END-IF
           END-IF
       .
      *// every finding counts against the program's verdict;
      *// the first ten per feed are listed with record and field.
       RECORD-SAMPLE-FAILURE.
           ADD 1 TO WS-SAMPLE-FAILS
           ADD 1 TO WS-FINDINGS
           MOVE 'N' TO WS-PROGRAM-OK
           IF WS-SAMPLE-LISTED NOT < 10
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-LISTED
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           MOVE WS-SAMPLE-REC-NO TO WS-SAMPLE-EDIT
           STRING '  '                          DELIMITED BY SIZE
                  FUNCTION TRIM(CC-KEYWORD)     DELIMITED BY SIZE
                  ' record '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAMPLE-EDIT) DELIMITED BY SIZE
                  ' field '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAMPLE-FIELD)
                                                DELIMITED BY SIZE
                  ': '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAMPLE-TEXT) DELIMITED BY SIZE
                  INTO PREFLIGHT-REPORT-REC
           WRITE PREFLIGHT-REPORT-REC
       .
      *// every date of the next 30 days needs at least one
      *// calendar record. Gaps are a warning, not a NO-GO: those
      *// nights still run on the weekday flags alone.
       CHECK-CALENDAR-COVERAGE.
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           WRITE PREFLIGHT-REPORT-REC
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           STRING 'BUSINESS CALENDAR ('         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CALENDAR-PATH)
                                                DELIMITED BY SIZE
                  ')'                           DELIMITED BY SIZE
                  INTO PREFLIGHT-REPORT-REC
           WRITE PREFLIGHT-REPORT-REC
           MOVE ALL 'N' TO WS-CAL-COVER-TABLE
           MOVE 0 TO WS-CAL-MISSING
           ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CAL-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CAL-TODAY))
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT EQUAL '00'
              MOVE '  WARNING: no business calendar on hand'
                TO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CALENDAR-STATUS NOT EQUAL '00'
              READ CALENDAR-FILE
                 AT END MOVE '10' TO WS-CALENDAR-STATUS
                 NOT AT END PERFORM NOTE-CALENDAR-DATE
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           PERFORM VARYING WS-CAL-IND FROM 1 BY 1
              UNTIL WS-CAL-IND > 30
              IF WS-CAL-COVERED(WS-CAL-IND) EQUAL 'N'
                 ADD 1 TO WS-CAL-MISSING
                 COMPUTE WS-CAL-MISSING-DATE =
                    FUNCTION DATE-OF-INTEGER(
                       WS-CAL-TODAY-INT + WS-CAL-IND - 1)
                 MOVE SPACES TO PREFLIGHT-REPORT-REC
                 STRING '  WARNING: '           DELIMITED BY SIZE
                        WS-CAL-MISSING-DATE     DELIMITED BY SIZE
                        ' not in the calendar'  DELIMITED BY SIZE
                        INTO PREFLIGHT-REPORT-REC
                 WRITE PREFLIGHT-REPORT-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           IF WS-CAL-MISSING EQUAL 0
              MOVE '  next 30 days covered' TO PREFLIGHT-REPORT-REC
           ELSE
              MOVE WS-CAL-MISSING TO WS-CAL-EDIT
              STRING '  '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAL-EDIT) DELIMITED BY SIZE
                     ' of the next 30 days missing, add them '
                                                DELIMITED BY SIZE
                     'before those nights'      DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
           END-IF
           WRITE PREFLIGHT-REPORT-REC
       .
       NOTE-CALENDAR-DATE.
           IF CAL-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CAL-DATE))
              NOT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-DATE-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CAL-DATE))
           COMPUTE WS-CAL-OFFSET = WS-CAL-DATE-INT - WS-CAL-TODAY-INT
           IF WS-CAL-OFFSET >= 0 AND WS-CAL-OFFSET < 30
              MOVE 'Y' TO WS-CAL-COVERED(WS-CAL-OFFSET + 1)
           END-IF
       .
       WRITE-VERDICT.
           MOVE SPACES TO PREFLIGHT-REPORT-REC
           WRITE PREFLIGHT-REPORT-REC
                     INTO PREFLIGHT-REPORT-REC
           END-IF
           WRITE PREFLIGHT-REPORT-REC
           IF WS-CHANGES-FLAGGED > 0
              MOVE WS-CHANGES-FLAGGED TO WS-CTL-EDIT
              MOVE SPACES TO PREFLIGHT-REPORT-REC
              STRING 'Control files changed since their last run: '
                                                DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTL-EDIT) DELIMITED BY SIZE
                     ' (see WARNING lines)'     DELIMITED BY SIZE
                     INTO PREFLIGHT-REPORT-REC
              WRITE PREFLIGHT-REPORT-REC
           END-IF
       .
      *// the changes the control audit last recorded, each
      *// held against the program's latest run in the job history.
      *// No status file means no audit has run -- nothing to flag.
       LOAD-CONTROL-CHANGES.
           MOVE 0 TO WS-CHANGE-COUNT
           OPEN INPUT CONTROL-CHANGES-FILE
           IF WS-CONTROL-CHANGES-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-CHANGES-STATUS NOT EQUAL '00'
              READ CONTROL-CHANGES-FILE
                 AT END MOVE '10' TO WS-CONTROL-CHANGES-STATUS
                 NOT AT END
                    IF CG-CHANGED-DATE NOT EQUAL SPACES
                    AND WS-CHANGE-COUNT < 60
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE CG-PROGRAM TO CT-PROGRAM(WS-CHANGE-COUNT)
                       MOVE CG-CONTROL TO CT-CONTROL(WS-CHANGE-COUNT)
                       MOVE SPACES TO CT-CHANGED(WS-CHANGE-COUNT)
                       STRING CG-CHANGED-DATE   DELIMITED BY SIZE
                              CG-CHANGED-TIME   DELIMITED BY SIZE
                              INTO CT-CHANGED(WS-CHANGE-COUNT)
                       MOVE SPACES TO CT-LAST-RUN(WS-CHANGE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONTROL-CHANGES-FILE
           IF WS-CHANGE-COUNT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              READ JOB-HISTORY-FILE
                 AT END MOVE '10' TO WS-JOB-HISTORY-STATUS
                 NOT AT END PERFORM NOTE-LAST-RUN
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
       .
       NOTE-LAST-RUN.
           MOVE SPACES TO WS-JH-STAMP
           STRING JH-RUN-DATE                   DELIMITED BY SIZE
                  JH-RUN-TIME                   DELIMITED BY SIZE
                  INTO WS-JH-STAMP
           PERFORM VARYING WS-CHANGE-IND FROM 1 BY 1
              UNTIL WS-CHANGE-IND > WS-CHANGE-COUNT
              IF CT-PROGRAM(WS-CHANGE-IND) EQUAL JH-PROGRAM
              AND WS-JH-STAMP > CT-LAST-RUN(WS-CHANGE-IND)
                 MOVE WS-JH-STAMP TO CT-LAST-RUN(WS-CHANGE-IND)
              END-IF
           END-PERFORM
       .
      *// take the .lck sidecar for the target file before
      *// a shared write: a holder stamped today means another run
           MOVE 'PREFLIGHT' TO JH-PROGRAM
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
