              FILE STATUS WS-DOSSIER-QUERY-STATUS.
           SELECT DOSSIER-FILE ASSIGN TO WS-DOSSIER-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// QA sampling: every close is logged with the agent
      *// who held the item and how it was judged, a seeded draw
      *// pulls a share of each agent's closures for the period for
      *// the team lead to re-score, and the lead's verdicts come
      *// back on the same layout to build the agent scorecard.
           SELECT CLOSURES-FILE ASSIGN TO WS-CLOSURES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CLOSURES-STATUS.
           SELECT QA-SAMPLE-FILE ASSIGN TO WS-QA-SAMPLE-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QA-VERDICTS-FILE ASSIGN TO WS-QA-VERDICTS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-QA-VERDICTS-STATUS.
           SELECT QA-SCORECARD-FILE ASSIGN TO WS-QA-SCORECARD-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// what the redaction step masked and where, never
      *// the value itself; it carries customer ids, so it is kept
      *// with the restricted files, not the desk's printouts.
           SELECT REDACTION-LOG-FILE ASSIGN TO WS-REDACTION-LOG-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-REDACTION-LOG-STATUS.
      *// emerging topics: the day's significant words
      *// against a rolling baseline of the days before it, so an
      *// outage shows up as a spike instead of hours of anecdotes.
           SELECT STOP-WORDS-FILE ASSIGN TO WS-STOP-WORDS-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-STOP-WORDS-STATUS.
           SELECT TOPIC-HISTORY-FILE ASSIGN TO WS-TOPIC-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-TOPIC-HISTORY-STATUS.
           SELECT TOPIC-HISTORY-WORK-FILE
              ASSIGN TO WS-TOPIC-HISTORY-WORK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT TOPIC-REPORT-FILE ASSIGN TO WS-TOPIC-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the survey vendor's nightly CSAT extract, joined
      *// to the day's transcript sessions by date and customer.
           SELECT CSAT-FILE ASSIGN TO WS-CSAT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CSAT-STATUS.
           SELECT CSAT-REPORT-FILE ASSIGN TO WS-CSAT-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 DQ-CUSTOMER-ID-IN PIC X(10).
       FD DOSSIER-FILE.
          01 DOSSIER-REC PIC X(120).
       FD CLOSURES-FILE.
          01 CLOSURES-REC.
             02 CL-CLOSED-DATE PIC X(8).
             02 CL-AGENT       PIC X(6).
             02 CL-DATE        PIC X(8).
             02 CL-CUSTOMER-ID PIC X(10).
             02 CL-DISP        PIC X(8).
             02 CL-TERM        PIC X(10).
             02 CL-LINE        PIC X(60).
      *// one sampled item, verdict columns left blank for
      *// the team lead: AGREE or DISAGREE with the disposition, an
      *// optional short reason code, and a comment.
       FD QA-SAMPLE-FILE.
          01 QA-SAMPLE-REC.
             02 QS-PERIOD      PIC X(6).
             02 QS-SEED        PIC 9(9).
             02 QS-AGENT       PIC X(6).
             02 QS-DATE        PIC X(8).
             02 QS-CUSTOMER-ID PIC X(10).
             02 QS-CLOSED-DATE PIC X(8).
             02 QS-DISP        PIC X(8).
             02 QS-VERDICT     PIC X(8).
             02 QS-REASON      PIC X(10).
             02 QS-COMMENT     PIC X(40).
             02 QS-LINE        PIC X(60).
       FD QA-VERDICTS-FILE.
          01 QA-VERDICTS-REC.
             02 QV-PERIOD      PIC X(6).
             02 QV-SEED        PIC 9(9).
             02 QV-AGENT       PIC X(6).
             02 QV-DATE        PIC X(8).
             02 QV-CUSTOMER-ID PIC X(10).
             02 QV-CLOSED-DATE PIC X(8).
             02 QV-DISP        PIC X(8).
             02 QV-VERDICT     PIC X(8).
             02 QV-REASON      PIC X(10).
             02 QV-COMMENT     PIC X(40).
             02 QV-LINE        PIC X(60).
       FD QA-SCORECARD-FILE.
          01 QA-SCORECARD-REC PIC X(120).
       FD REDACTION-LOG-FILE.
          01 REDACTION-LOG-REC.
             02 RL-RUN-DATE    PIC X(8).
             02 RL-RUN-TIME    PIC X(6).
             02 RL-MODE        PIC X.
             02 RL-DATE        PIC X(8).
             02 RL-CUSTOMER-ID PIC X(10).
             02 RL-KIND        PIC X(8).
       FD STOP-WORDS-FILE.
          01 STOP-WORDS-REC.
             02 SW-WORD-IN PIC X(20).
      *// one row per word per day: how many customers used it
       FD TOPIC-HISTORY-FILE.
          01 TOPIC-HISTORY-REC.
             02 TPH-DATE      PIC X(8).
             02 TPH-TERM      PIC X(20).
             02 TPH-CUSTOMERS PIC 9(5).
       FD TOPIC-HISTORY-WORK-FILE.
          01 TOPIC-HISTORY-WORK-REC PIC X(33).
       FD TOPIC-REPORT-FILE.
          01 TOPIC-REPORT-REC PIC X(120).
       FD CSAT-FILE.
          01 CSAT-REC.
             02 SV-DATE        PIC X(8).
             02 FILLER         PIC X.
             02 SV-CUSTOMER-ID PIC X(10).
             02 FILLER         PIC X.
             02 SV-SCORE       PIC X.
             02 FILLER         PIC X.
             02 SV-COMMENT     PIC X(60).
       FD CSAT-REPORT-FILE.
          01 CSAT-REPORT-REC PIC X(132).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
             02 JH-WRITTEN  PIC 9(6).
             02 JH-REJECTS  PIC 9(6).
             02 JH-STATUS   PIC X(8).
      *// card numbers, phone numbers and e-mail addresses
      *// masked out of transcript lines during the run.
             02 JH-REDACTIONS PIC 9(6).
      *// when the run started, and when it ended -- a
      *// STARTED record carries the start only.
             02 FILLER      PIC X(30).
             02 JH-START-DATE PIC X(8).
             02 JH-START-TIME PIC X(6).
             02 JH-END-DATE   PIC X(8).
             02 JH-END-TIME   PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-HEYBOB                PIC X(60).
       01 WS-RESULT                PIC X(40).
         88 MODE-ASSIGNMENT        VALUE 'A'.
         88 MODE-DOSSIER           VALUE 'D'.
         88 MODE-LEXICON-REPORT    VALUE 'E'.
         88 MODE-QA-SAMPLE         VALUE 'M'.
         88 MODE-QA-SCORECARD      VALUE 'C'.
         88 MODE-CSAT-LINK         VALUE 'V'.
         88 MODE-TOPIC-CHECK       VALUE 'T'.
       01 WS-TRANSCRIPT-PATH       PIC X(100)
                                    VALUE 'bob-transcript.dat'.
       01 WS-CLASSIFICATION-REPORT-PATH PIC X(100)
       01 WS-FEED-OK                PIC X VALUE 'Y'.
         88 FEED-CONTROLS-OK        VALUE 'Y'.
       01 WS-FEED-FAIL-REASON       PIC X(60).
      *// QA SAMPLING AND AGENT SCORECARD
       01 WS-CLOSURES-PATH          PIC X(100)
                                     VALUE 'bob-closures.dat'.
       01 WS-CLOSURES-STATUS        PIC XX.
       01 WS-QA-SAMPLE-PATH         PIC X(100)
                                     VALUE 'bob-qa-sample.dat'.
       01 WS-QA-VERDICTS-PATH       PIC X(100)
                                     VALUE 'bob-qa-verdicts.dat'.
       01 WS-QA-VERDICTS-STATUS     PIC XX.
       01 WS-QA-SCORECARD-PATH      PIC X(100)
                                     VALUE 'bob-qa-scorecard.rpt'.
       01 WS-EOF-CLOSURES           PIC X VALUE 'N'.
         88 END-OF-CLOSURES         VALUE 'Y'.
       01 WS-EOF-VERDICTS           PIC X VALUE 'N'.
         88 END-OF-VERDICTS         VALUE 'Y'.
      *// the period is a closing month, YYYYMM; left unset
      *// it is the month before the run, the scorecard's normal
      *// cadence. The rate is the percent of each agent's closures
      *// drawn, never fewer than one item.
       01 WS-QA-PERIOD              PIC X(6) VALUE SPACES.
       01 WS-QA-PERIOD-NUM REDEFINES WS-QA-PERIOD.
         02 WS-QA-PERIOD-YEAR       PIC 9(4).
         02 WS-QA-PERIOD-MONTH      PIC 99.
       01 WS-QA-SEED                PIC 9(9) VALUE 1.
       01 WS-QA-RATE                PIC 999 VALUE 10.
       01 WS-QA-NUMBER              PIC 9(9)V99.
      *// the period's closures, in log order
       01 WS-QC-TABLE.
         02 WS-QC-ENTRY OCCURS 2000 TIMES.
            03 QC-CLOSED-DATE PIC X(8).
            03 QC-AGENT       PIC X(6).
            03 QC-DATE        PIC X(8).
            03 QC-CUSTOMER-ID PIC X(10).
            03 QC-DISP        PIC X(8).
            03 QC-LINE        PIC X(60).
            03 QC-PICKED      PIC X.
            03 QC-VERDICT     PIC X(8).
            03 QC-REASON      PIC X(10).
            03 QC-COMMENT     PIC X(40).
       01 WS-QC-COUNT               PIC 9(4) VALUE 0.
       01 WS-QC-IND                 PIC 9(4).
       01 WS-QC-IND2                PIC 9(4).
       01 WS-QC-OVERFLOW            PIC 9(4) VALUE 0.
      *// one row per agent with closures in the period,
      *// sorted by agent id so the draw order never depends on
      *// which agent happened to close first.
       01 WS-QSA-TABLE.
         02 WS-QSA-ENTRY OCCURS 50 TIMES.
            03 QSA-AGENT    PIC X(6).
            03 QSA-CLOSED   PIC 9(4).
            03 QSA-SAMPLED  PIC 9(4).
            03 QSA-SCORED   PIC 9(4).
            03 QSA-AGREED   PIC 9(4).
       01 WS-QSA-COUNT              PIC 99 VALUE 0.
       01 WS-QSA-IND                PIC 99.
       01 WS-QSA-CUR                PIC 99.
       01 WS-QSA-TEMP-ENTRY         PIC X(22).
       01 WS-QSA-SWAPPED            PIC X VALUE 'N'.
         88 QSA-SWAPPED             VALUE 'Y'.
      *// one agent's closures as the draw shuffles them
       01 WS-QS-POOL-TABLE.
         02 WS-QS-POOL OCCURS 2000 TIMES PIC 9(4).
       01 WS-QS-POOL-COUNT          PIC 9(4).
       01 WS-QS-PICK                PIC 9(4).
       01 WS-QS-PICK-IND            PIC 9(4).
       01 WS-QS-PICK-HOLD           PIC 9(4).
       01 WS-QS-RANGE               PIC 9(4).
       01 WS-QS-WANTED              PIC 9(4).
      *// Park-Miller minimal standard generator: plain
      *// integer arithmetic, so the same seed draws the same
      *// sample on any machine and any later rerun.
       01 WS-QS-RAND                PIC 9(10).
       01 WS-QS-PRODUCT             PIC 9(15).
       01 WS-QS-QUOTIENT            PIC 9(15).
       01 WS-QS-REMAINDER           PIC 9(10).
       01 WS-QS-TOTAL-CLOSED        PIC 9(6) VALUE 0.
       01 WS-QS-TOTAL-SAMPLED       PIC 9(6) VALUE 0.
       01 WS-QS-TOTAL-SCORED        PIC 9(6) VALUE 0.
       01 WS-QS-TOTAL-AGREED        PIC 9(6) VALUE 0.
       01 WS-QS-VERDICT-FOUND       PIC X.
       01 WS-QS-REJECT-REASON       PIC X(40).
      *// most-common disagreement: the lead's reason code,
      *// or the disputed disposition when no code was given.
       01 WS-QS-CATEGORY            PIC X(10).
       01 WS-QS-CATEGORY2           PIC X(10).
       01 WS-QS-TOP-CATEGORY        PIC X(10).
       01 WS-QS-CAT-COUNT           PIC 9(4).
       01 WS-QS-TOP-COUNT           PIC 9(4).
       01 WS-QS-AGENT-NAME          PIC X(20).
       01 WS-QS-RATE                PIC 9(3)V9.
       01 WS-QS-RATE-EDIT           PIC ZZ9.9.
       01 WS-QS-EDIT                PIC Z(3)9.
       01 WS-QS-EDIT2               PIC Z(3)9.
       01 WS-QS-EDIT3               PIC Z(3)9.
       01 WS-QS-EDIT4               PIC Z(3)9.
       01 WS-QS-SEED-EDIT           PIC Z(8)9.
      *// TRANSCRIPT REDACTION -- every transcript line is
      *// masked in WS-HEYBOB before anything classifies, stores or
      *// prints it: Luhn-valid 13-19 digit runs as cards (first six
      *// and last four in clear), 10-15 digit runs as phones (last
      *// two in clear), and name@domain tokens as e-mail.
       01 WS-REDACTION-LOG-PATH     PIC X(100)
                                     VALUE 'bob-redaction.log'.
       01 WS-REDACTION-LOG-STATUS   PIC XX.
       01 WS-RD-SOURCE              PIC X(60).
       01 WS-RD-OUT                 PIC X(80).
       01 WS-RD-OUT-PTR             PIC 999.
       01 WS-RD-POS                 PIC 999.
       01 WS-RD-SCAN                PIC 999.
       01 WS-RD-RUN-END             PIC 999.
       01 WS-RD-TOKEN-END           PIC 999.
       01 WS-RD-AT-POS              PIC 999.
       01 WS-RD-DOT-POS             PIC 999.
       01 WS-RD-GAP                 PIC 9.
       01 WS-RD-CHAR                PIC X.
       01 WS-RD-STOP                PIC X.
       01 WS-RD-HANDLED             PIC X.
         88 RD-HANDLED              VALUE 'Y'.
       01 WS-RD-DIGITS              PIC X(32).
       01 WS-RD-DIGIT-COUNT         PIC 99.
       01 WS-RD-IND                 PIC 99.
       01 WS-RD-DIGIT               PIC 99.
       01 WS-RD-CHECKSUM            PIC 9(4).
       01 WS-RD-DOUBLE              PIC X.
         88 RD-DOUBLE               VALUE 'Y'.
       01 WS-RD-QUOTIENT            PIC 9(4).
       01 WS-RD-REM                 PIC 9.
       01 WS-RD-MASKED              PIC X(32).
       01 WS-RD-KIND                PIC X(8).
       01 WS-RD-TOTAL               PIC 9(6) VALUE 0.
      *// what is being redacted: a transcript line (the usual)
      *// or a survey comment, so the log names the right record.
       01 WS-RD-FROM                PIC X VALUE 'T'.
         88 RD-FROM-SURVEY          VALUE 'S'.
      *// EMERGING TOPICS -- a word counts once per customer
      *// run of lines; it spikes when at least SPIKE-MIN customers
      *// used it and that is SPIKE-FACTOR times its daily baseline
      *// (a baseline under one customer a day counts as one), and is
      *// critical at SPIKE-CRIT times. Until the history holds
      *// TOPIC-MIN-DAYS days there is no baseline to judge against.
       01 WS-STOP-WORDS-PATH        PIC X(100)
                                     VALUE 'bob-stopwords.dat'.
       01 WS-STOP-WORDS-STATUS      PIC XX.
       01 WS-TOPIC-HISTORY-PATH     PIC X(100)
                                     VALUE 'bob-topic-history.dat'.
       01 WS-TOPIC-HISTORY-STATUS   PIC XX.
       01 WS-TOPIC-HISTORY-WORK-PATH PIC X(100).
       01 WS-TOPIC-REPORT-PATH      PIC X(100)
                                     VALUE 'bob-topics.rpt'.
       01 WS-TOPIC-DAYS             PIC 99 VALUE 7.
       01 WS-TOPIC-MIN-DAYS         PIC 99 VALUE 3.
       01 WS-SPIKE-MIN              PIC 999 VALUE 5.
       01 WS-SPIKE-FACTOR           PIC 99 VALUE 3.
       01 WS-SPIKE-CRIT             PIC 99 VALUE 6.
       01 WS-EOF-TOPIC-HISTORY      PIC X VALUE 'N'.
         88 END-OF-TOPIC-HISTORY    VALUE 'Y'.
       01 WS-SW-TABLE.
         02 WS-SW-WORD OCCURS 200 TIMES PIC X(20).
       01 WS-SW-COUNT               PIC 999 VALUE 0.
       01 WS-SW-IND                 PIC 999.
       01 WS-SW-LOADED              PIC X VALUE 'N'.
         88 STOP-WORDS-LOADED       VALUE 'Y'.
       01 WS-TP-TABLE.
         02 WS-TP-ENTRY OCCURS 1000 TIMES.
            03 TP-TERM       PIC X(20).
            03 TP-CUSTOMERS  PIC 9(5).
            03 TP-LAST-CUST  PIC X(10).
            03 TP-SAMPLES    PIC 9.
            03 TP-SAMPLE-ID  PIC X(10) OCCURS 3 TIMES.
            03 TP-BASE-SUM   PIC 9(7).
       01 WS-TP-COUNT               PIC 9(4) VALUE 0.
       01 WS-TP-IND                 PIC 9(4).
       01 WS-TP-CUR                 PIC 9(4).
       01 WS-TP-UNTRACKED           PIC 9(6) VALUE 0.
       01 WS-TP-DAY                 PIC X(8) VALUE SPACES.
       01 WS-TP-CUTOFF-NUM          PIC 9(8).
       01 WS-TP-WORD                PIC X(20).
       01 WS-TP-WORD-LEN            PIC 99.
       01 WS-TP-POS                 PIC 99.
       01 WS-TP-CHAR                PIC X.
       01 WS-TP-UPPER               PIC X(60).
       01 WS-TP-IS-STOP             PIC X.
      *// distinct history dates inside the baseline window
       01 WS-TP-DATES-TABLE.
         02 WS-TP-DATE OCCURS 31 TIMES PIC X(8).
       01 WS-TP-DATE-COUNT          PIC 99 VALUE 0.
       01 WS-TP-DATE-IND            PIC 99.
       01 WS-TP-DATE-FOUND          PIC X.
       01 WS-TP-BASELINE            PIC 9(5)V9.
       01 WS-TP-FLOOR               PIC 9(5)V9.
       01 WS-TP-RATIO               PIC 9(5)V9.
       01 WS-TP-UPDATE-HISTORY      PIC X VALUE 'N'.
      *// the spiking terms, hardest jump first
       01 WS-SPK-TABLE.
         02 WS-SPK-ENTRY OCCURS 50 TIMES.
            03 SPK-RATIO     PIC 9(5)V9.
            03 SPK-TP        PIC 9(4).
            03 SPK-BASELINE  PIC 9(5)V9.
            03 SPK-CRITICAL  PIC X.
       01 WS-SPK-COUNT              PIC 99 VALUE 0.
       01 WS-SPK-IND                PIC 99.
       01 WS-SPK-CRIT-COUNT         PIC 99 VALUE 0.
       01 WS-SPK-TEMP-ENTRY         PIC X(17).
       01 WS-SPK-SWAPPED            PIC X VALUE 'N'.
         88 SPK-SWAPPED             VALUE 'Y'.
       01 WS-SPK-RATIO-EDIT         PIC Z(4)9.9.
       01 WS-SPK-BASE-EDIT          PIC Z(4)9.9.
       01 WS-SPK-EDIT               PIC Z(4)9.
       01 WS-SPK-IDS                PIC X(40).
      *// CSAT SURVEY LINKAGE
       01 WS-CSAT-PATH              PIC X(100)
                                     VALUE 'bob-csat.dat'.
       01 WS-CSAT-STATUS            PIC XX.
       01 WS-CSAT-REPORT-PATH       PIC X(100)
                                     VALUE 'bob-csat.rpt'.
      *// a score at or below this on a session Bob rated
      *// calm goes back to the review queue for a follow-up call.
       01 WS-CSAT-LOW               PIC 9 VALUE 2.
       01 WS-EOF-CSAT               PIC X VALUE 'N'.
         88 END-OF-CSAT             VALUE 'Y'.
      *// one row per survey; the session columns are
      *// filled from that customer's transcript lines that day,
      *// the category counts subscripted by tone rank + 1.
       01 WS-SVE-TABLE.
         02 WS-SVE-ENTRY OCCURS 500 TIMES.
            03 SVE-DATE        PIC X(8).
            03 SVE-CUSTOMER-ID PIC X(10).
            03 SVE-SCORE       PIC 9.
            03 SVE-COMMENT     PIC X(60).
            03 SVE-LINES       PIC 9(4).
            03 SVE-FIRST       PIC 9.
            03 SVE-LAST        PIC 9.
            03 SVE-WORST       PIC 9.
            03 SVE-CAT-COUNT   PIC 9(4) OCCURS 6 TIMES.
            03 SVE-ESCALATED   PIC X.
            03 SVE-QUEUED      PIC X.
       01 WS-SVE-COUNT              PIC 999 VALUE 0.
       01 WS-SVE-IND                PIC 999.
       01 WS-SVE-OVERFLOW           PIC 9(4) VALUE 0.
       01 WS-SVE-REJECTS            PIC 9(4) VALUE 0.
       01 WS-SVE-MATCHED            PIC 999 VALUE 0.
       01 WS-SVE-QUEUE-ADDS         PIC 999 VALUE 0.
       01 WS-SVE-LOW-COUNT          PIC 999 VALUE 0.
       01 WS-SVE-CAT-IND            PIC 9.
       01 WS-SVE-ESC-ID             PIC X(10).
       01 WS-SVE-CATS               PIC X(40).
       01 WS-SVE-CAT-PTR            PIC 99.
       01 WS-SVE-FLAGS              PIC X(24).
       01 WS-SVE-CLASSIFIED         PIC X.
      *// score totals by closing tone (rank + 1), then
      *// escalated yes/no and abuse-flagged yes/no.
       01 WS-SVT-TABLE.
         02 WS-SVT-ENTRY OCCURS 10 TIMES.
            03 SVT-SURVEYS  PIC 9(4).
            03 SVT-POINTS   PIC 9(5).
       01 WS-SVT-IND                PIC 99.
       01 WS-SVT-AVERAGE            PIC 9V9.
       01 WS-SVT-AVERAGE-EDIT       PIC 9.9.
       01 WS-SVT-LABEL              PIC X(16).
       01 WS-SV-EDIT                PIC Z(3)9.
       01 WS-SV-EDIT2               PIC Z(3)9.
       01 WS-SV-EDIT3               PIC Z(3)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH       PIC X(100)
                                     VALUE 'bob-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
      *// abusive-language pre-filter
       01 WS-REVIEW-QUEUE-PATH     PIC X(100)
                                    VALUE 'bob-review-queue.dat'.
                 PERFORM RUN-DOSSIER
              WHEN MODE-LEXICON-REPORT
                 PERFORM RUN-LEXICON-REPORT
              WHEN MODE-QA-SAMPLE
                 PERFORM RUN-QA-SAMPLE
              WHEN MODE-QA-SCORECARD
                 PERFORM RUN-QA-SCORECARD
              WHEN MODE-CSAT-LINK
                 PERFORM RUN-CSAT-LINK
              WHEN MODE-TOPIC-CHECK
                 PERFORM RUN-TOPIC-CHECK
              WHEN OTHER
                 PERFORM CLASSIFY-LINE
           END-EVALUATE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'Q' OR 'A'
                    OR 'D' OR 'E' OR 'M' OR 'C' OR 'V' OR 'T'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'bob run-control: bad MODE '''
                       RCTL-VALUE(1:1)
                       ''' (valid: S B Q A D E M C V T), '
                       'entry ignored'
                 END-IF
              WHEN 'TRANSCRIPT'
                 MOVE RCTL-VALUE TO WS-DAILY-PACK-PATH
              WHEN 'SESSIONS'
                 MOVE RCTL-VALUE TO WS-SESSION-REPORT-PATH
              WHEN 'CLOSURES'
                 MOVE RCTL-VALUE TO WS-CLOSURES-PATH
              WHEN 'QA-SAMPLE'
                 MOVE RCTL-VALUE TO WS-QA-SAMPLE-PATH
              WHEN 'QA-VERDICTS'
                 MOVE RCTL-VALUE TO WS-QA-VERDICTS-PATH
              WHEN 'QA-SCORECARD'
                 MOVE RCTL-VALUE TO WS-QA-SCORECARD-PATH
              WHEN 'STOP-WORDS'
                 MOVE RCTL-VALUE TO WS-STOP-WORDS-PATH
              WHEN 'TOPIC-HIST'
                 MOVE RCTL-VALUE TO WS-TOPIC-HISTORY-PATH
              WHEN 'TOPIC-RPT'
                 MOVE RCTL-VALUE TO WS-TOPIC-REPORT-PATH
              WHEN 'TOPIC-DAYS'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                 AND RCTL-VALUE(3:) EQUAL SPACES
                 AND RCTL-VALUE(1:2) >= '01'
                 AND RCTL-VALUE(1:2) <= '28'
                    MOVE RCTL-VALUE(1:2) TO WS-TOPIC-DAYS
                 ELSE
                    DISPLAY 'bob run-control: TOPIC-DAYS must be two '
                       'digits, 01 to 28, entry ignored'
                 END-IF
              WHEN 'SPIKE-MIN'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                 AND RCTL-VALUE(4:) EQUAL SPACES
                 AND RCTL-VALUE(1:3) > '000'
                    MOVE RCTL-VALUE(1:3) TO WS-SPIKE-MIN
                 ELSE
                    DISPLAY 'bob run-control: SPIKE-MIN must be three '
                       'digits, entry ignored'
                 END-IF
              WHEN 'SPIKE-FACTOR'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                 AND RCTL-VALUE(3:) EQUAL SPACES
                 AND RCTL-VALUE(1:2) > '01'
                    MOVE RCTL-VALUE(1:2) TO WS-SPIKE-FACTOR
                 ELSE
                    DISPLAY 'bob run-control: SPIKE-FACTOR must be two '
                       'digits, 02 or more, entry ignored'
                 END-IF
              WHEN 'SPIKE-CRIT'
                 IF RCTL-VALUE(1:2) IS NUMERIC
                 AND RCTL-VALUE(3:) EQUAL SPACES
                 AND RCTL-VALUE(1:2) > '01'
                    MOVE RCTL-VALUE(1:2) TO WS-SPIKE-CRIT
                 ELSE
                    DISPLAY 'bob run-control: SPIKE-CRIT must be two '
                       'digits, 02 or more, entry ignored'
                 END-IF
              WHEN 'REDACT-LOG'
                 MOVE RCTL-VALUE TO WS-REDACTION-LOG-PATH
              WHEN 'CSAT'
                 MOVE RCTL-VALUE TO WS-CSAT-PATH
              WHEN 'CSAT-RPT'
                 MOVE RCTL-VALUE TO WS-CSAT-REPORT-PATH
              WHEN 'CSAT-LOW'
                 IF RCTL-VALUE(1:1) IS NUMERIC
                 AND RCTL-VALUE(1:1) >= '1'
                 AND RCTL-VALUE(1:1) <= '5'
                 AND RCTL-VALUE(2:) EQUAL SPACES
                    MOVE RCTL-VALUE(1:1) TO WS-CSAT-LOW
                 ELSE
                    DISPLAY 'bob run-control: CSAT-LOW must be a '
                       'score from 1 to 5, entry ignored'
                 END-IF
              WHEN 'QA-PERIOD'
                 IF RCTL-VALUE(1:6) IS NUMERIC
                 AND RCTL-VALUE(7:) EQUAL SPACES
                 AND RCTL-VALUE(5:2) >= '01'
                 AND RCTL-VALUE(5:2) <= '12'
                    MOVE RCTL-VALUE(1:6) TO WS-QA-PERIOD
                 ELSE
                    DISPLAY 'bob run-control: QA-PERIOD must be '
                       'YYYYMM, entry ignored'
                 END-IF
              WHEN 'QA-SEED'
                 IF FUNCTION TEST-NUMVAL(RCTL-VALUE) EQUAL 0
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-QA-NUMBER
                 ELSE
                    MOVE 0 TO WS-QA-NUMBER
                 END-IF
                 IF WS-QA-NUMBER >= 1
                 AND WS-QA-NUMBER < 2147483647
                 AND WS-QA-NUMBER EQUAL FUNCTION INTEGER(WS-QA-NUMBER)
                    MOVE WS-QA-NUMBER TO WS-QA-SEED
                 ELSE
                    DISPLAY 'bob run-control: QA-SEED must be a '
                       'whole number from 1 to 2147483646, entry '
                       'ignored'
                 END-IF
              WHEN 'QA-RATE'
                 IF FUNCTION TEST-NUMVAL(RCTL-VALUE) EQUAL 0
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-QA-NUMBER
                 ELSE
                    MOVE 0 TO WS-QA-NUMBER
                 END-IF
                 IF WS-QA-NUMBER >= 1
                 AND WS-QA-NUMBER <= 100
                 AND WS-QA-NUMBER EQUAL FUNCTION INTEGER(WS-QA-NUMBER)
                    MOVE WS-QA-NUMBER TO WS-QA-RATE
                 ELSE
                    DISPLAY 'bob run-control: QA-RATE must be a '
                       'whole percent from 1 to 100, entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                  INTO DAILY-PACK-REC
           WRITE DAILY-PACK-REC
           MOVE SPACES TO DAILY-PACK-REC
           MOVE WS-SPK-COUNT TO WS-PACK-EDIT
           MOVE WS-SPK-CRIT-COUNT TO WS-PACK-EDIT2
           STRING 'Spiking terms: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PACK-EDIT)   DELIMITED BY SIZE
                  ' ('                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PACK-EDIT2)  DELIMITED BY SIZE
                  ' critical)'                  DELIMITED BY SIZE
                  INTO DAILY-PACK-REC
           WRITE DAILY-PACK-REC
           PERFORM VARYING WS-SPK-IND FROM 1 BY 1
              UNTIL WS-SPK-IND > WS-SPK-COUNT
              MOVE SPK-TP(WS-SPK-IND) TO WS-TP-IND
              MOVE TP-CUSTOMERS(WS-TP-IND) TO WS-PACK-EDIT
              MOVE SPACES TO DAILY-PACK-REC
              STRING '  '                       DELIMITED BY SIZE
                     TP-TERM(WS-TP-IND)         DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PACK-EDIT) DELIMITED BY SIZE
                     ' customers'               DELIMITED BY SIZE
                     INTO DAILY-PACK-REC
              IF SPK-CRITICAL(WS-SPK-IND) EQUAL 'Y'
                 STRING FUNCTION TRIM(DAILY-PACK-REC TRAILING)
                                              DELIMITED BY SIZE
                        ' -- CRITICAL'        DELIMITED BY SIZE
                        INTO DAILY-PACK-REC
              END-IF
              WRITE DAILY-PACK-REC
           END-PERFORM
           MOVE SPACES TO DAILY-PACK-REC
           WRITE DAILY-PACK-REC
           COMPUTE WS-PACK-ACCOUNTED = WS-PACK-TALLIED
              + WS-PACK-ABUSE + WS-PACK-UNTALLIED
                    WHEN 'CLOSE'
                       MOVE 'CLOSED' TO RQE-STATUS(WS-RQ-IND)
                       PERFORM RECORD-CLOSE-DISPOSITION
                       PERFORM RECORD-CLOSURE
                 END-EVALUATE
              END-IF
           END-PERFORM
                 EXIT PERFORM CYCLE
              END-IF
              MOVE TR-LINE TO WS-HEYBOB
              PERFORM REDACT-LINE
              ADD 1 TO WS-PACK-LINES-READ
              PERFORM CLASSIFY-LINE
              PERFORM WRITE-CLASSIFICATION-LINE
              PERFORM TRACK-SESSION
              PERFORM TRACK-TOPIC-WORDS
              PERFORM CHECK-WHATEVER-ESCALATION
              PERFORM TALLY-BY-DAY
      *// pack accounting: every line read lands in exactly
           PERFORM SAVE-CUSTOMER-STREAKS
           PERFORM WRITE-DAILY-TALLY-REPORT
           PERFORM WRITE-SESSION-REPORT
           MOVE 'Y' TO WS-TP-UPDATE-HISTORY
           PERFORM DETECT-TOPIC-SPIKES
           PERFORM WRITE-DAILY-PACK
           MOVE WS-PACK-LINES-READ TO WS-JH-READ
           MOVE WS-PACK-LINES-READ TO WS-JH-WRITTEN
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'BOB' TO JH-PROGRAM
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
           MOVE WS-RD-TOTAL TO JH-REDACTIONS
           WRITE JOB-HISTORY-REC
           CLOSE JOB-HISTORY-FILE
           MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
                    IF TR-CUSTOMER-ID EQUAL WS-DOSSIER-CUSTOMER
                       ADD 1 TO WS-DOSSIER-LINES
                       MOVE TR-LINE TO WS-HEYBOB
                       PERFORM REDACT-LINE
                       PERFORM FILTER-ABUSIVE-LANGUAGE
                       IF WS-ABUSE-TIER >= 2
                          MOVE 'ABUSE' TO WS-CATEGORY-CODE
           WRITE DISPOSITIONS-REC
           CLOSE DISPOSITIONS-FILE
       .
      *// every close, term or no term, goes to the closures
      *// log with the agent who held the item -- the queue record
      *// itself is rewritten and archived, the log is the population
      *// the QA draw is taken from.
       RECORD-CLOSURE.
           OPEN EXTEND CLOSURES-FILE
           IF WS-CLOSURES-STATUS EQUAL '35'
              OPEN OUTPUT CLOSURES-FILE
              CLOSE CLOSURES-FILE
              OPEN EXTEND CLOSURES-FILE
           END-IF
           MOVE SPACES TO CLOSURES-REC
           ACCEPT CL-CLOSED-DATE FROM DATE YYYYMMDD
           MOVE RQE-AGENT(WS-RQ-IND) TO CL-AGENT
           MOVE RQE-DATE(WS-RQ-IND) TO CL-DATE
           MOVE RQE-CUSTOMER-ID(WS-RQ-IND) TO CL-CUSTOMER-ID
           IF QA-DISPOSITION EQUAL 'NOACTION'
              MOVE 'NOACTION' TO CL-DISP
           ELSE
              MOVE 'ACTIONED' TO CL-DISP
           END-IF
           MOVE RQE-TERM(WS-RQ-IND) TO CL-TERM
           MOVE RQE-LINE(WS-RQ-IND) TO CL-LINE
           WRITE CLOSURES-REC
           CLOSE CLOSURES-FILE
       .
      *// the periodic join: each term's accumulated fire
      *// count against how its queue items were closed, with the
      *// false-positive rate the compliance officer tunes from.
              END-IF
           END-IF
       .
      *// QA sample: a seeded draw of each agent's closures
      *// for the period, written out for the team lead to re-score.
      *// The same period, seed and rate always draw the same items.
       RUN-QA-SAMPLE.
           PERFORM WRITE-JOB-START
           PERFORM SET-QA-PERIOD
           PERFORM LOAD-QA-CLOSURES
      *// a draw from part of the period would not be the
      *// draw an audit rerun reproduces -- refuse it outright.
           IF WS-QC-OVERFLOW > 0
              DISPLAY 'bob qa sample: period ' WS-QA-PERIOD
                 ' exceeds single-pass capacity, no sample drawn'
              COMPUTE WS-JH-READ = WS-QC-COUNT + WS-QC-OVERFLOW
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM DRAW-QA-SAMPLE
           OPEN OUTPUT QA-SAMPLE-FILE
           PERFORM VARYING WS-QSA-IND FROM 1 BY 1
              UNTIL WS-QSA-IND > WS-QSA-COUNT
              PERFORM VARYING WS-QC-IND FROM 1 BY 1
                 UNTIL WS-QC-IND > WS-QC-COUNT
                 IF QC-AGENT(WS-QC-IND) EQUAL QSA-AGENT(WS-QSA-IND)
                 AND QC-PICKED(WS-QC-IND) EQUAL 'Y'
                    MOVE SPACES TO QA-SAMPLE-REC
                    MOVE WS-QA-PERIOD TO QS-PERIOD
                    MOVE WS-QA-SEED TO QS-SEED
                    MOVE QC-AGENT(WS-QC-IND) TO QS-AGENT
                    MOVE QC-DATE(WS-QC-IND) TO QS-DATE
                    MOVE QC-CUSTOMER-ID(WS-QC-IND) TO QS-CUSTOMER-ID
                    MOVE QC-CLOSED-DATE(WS-QC-IND) TO QS-CLOSED-DATE
                    MOVE QC-DISP(WS-QC-IND) TO QS-DISP
                    MOVE QC-LINE(WS-QC-IND) TO QS-LINE
                    WRITE QA-SAMPLE-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE QA-SAMPLE-FILE
           MOVE WS-QC-COUNT TO WS-QS-EDIT
           MOVE WS-QS-TOTAL-SAMPLED TO WS-QS-EDIT2
           DISPLAY 'bob qa sample: period ' WS-QA-PERIOD ', '
              FUNCTION TRIM(WS-QS-EDIT) ' closed, '
              FUNCTION TRIM(WS-QS-EDIT2) ' sampled'
           MOVE WS-QC-COUNT TO WS-JH-READ
           MOVE WS-QS-TOTAL-SAMPLED TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the scorecard redraws the sample from the period
      *// and seed rather than trusting whatever file came back, so
      *// a verdict can only score an item the draw really picked.
       RUN-QA-SCORECARD.
           PERFORM WRITE-JOB-START
           PERFORM SET-QA-PERIOD
           PERFORM LOAD-QA-CLOSURES
           IF WS-QC-OVERFLOW > 0
              DISPLAY 'bob qa scorecard: period ' WS-QA-PERIOD
                 ' exceeds single-pass capacity, no scorecard'
              COMPUTE WS-JH-READ = WS-QC-COUNT + WS-QC-OVERFLOW
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM DRAW-QA-SAMPLE
           PERFORM LOAD-AGENTS
           PERFORM APPLY-QA-VERDICTS
           PERFORM WRITE-QA-SCORECARD
           MOVE WS-QSA-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// no QA-PERIOD given: the month before the run
       SET-QA-PERIOD.
           IF WS-QA-PERIOD EQUAL SPACES
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-RUN-DATE(1:6) TO WS-QA-PERIOD
              IF WS-QA-PERIOD-MONTH EQUAL 1
                 MOVE 12 TO WS-QA-PERIOD-MONTH
                 SUBTRACT 1 FROM WS-QA-PERIOD-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QA-PERIOD-MONTH
              END-IF
           END-IF
       .
       LOAD-QA-CLOSURES.
           MOVE 0 TO WS-QC-COUNT
           MOVE 0 TO WS-QC-OVERFLOW
           MOVE 0 TO WS-QSA-COUNT
           OPEN INPUT CLOSURES-FILE
           IF WS-CLOSURES-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-CLOSURES
              PERFORM UNTIL END-OF-CLOSURES
                 READ CLOSURES-FILE
                    AT END MOVE 'Y' TO WS-EOF-CLOSURES
                    NOT AT END
                       IF CL-CLOSED-DATE(1:6) EQUAL WS-QA-PERIOD
                          PERFORM ADD-QA-CLOSURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSURES-FILE
           END-IF
      *// simple ascending bubble sort on agent id
           MOVE 'Y' TO WS-QSA-SWAPPED
           PERFORM UNTIL NOT QSA-SWAPPED
              MOVE 'N' TO WS-QSA-SWAPPED
              PERFORM VARYING WS-QSA-IND FROM 1 BY 1
                 UNTIL WS-QSA-IND > WS-QSA-COUNT - 1
                 IF QSA-AGENT(WS-QSA-IND) > QSA-AGENT(WS-QSA-IND + 1)
                    MOVE WS-QSA-ENTRY(WS-QSA-IND) TO WS-QSA-TEMP-ENTRY
                    MOVE WS-QSA-ENTRY(WS-QSA-IND + 1)
                      TO WS-QSA-ENTRY(WS-QSA-IND)
                    MOVE WS-QSA-TEMP-ENTRY
                      TO WS-QSA-ENTRY(WS-QSA-IND + 1)
                    MOVE 'Y' TO WS-QSA-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       ADD-QA-CLOSURE.
           MOVE 0 TO WS-QSA-CUR
           PERFORM VARYING WS-QSA-IND FROM 1 BY 1
              UNTIL WS-QSA-IND > WS-QSA-COUNT
              IF QSA-AGENT(WS-QSA-IND) EQUAL CL-AGENT
                 MOVE WS-QSA-IND TO WS-QSA-CUR
                 MOVE WS-QSA-COUNT TO WS-QSA-IND
              END-IF
           END-PERFORM
           IF WS-QSA-CUR EQUAL 0
           AND WS-QSA-COUNT < 50
              ADD 1 TO WS-QSA-COUNT
              MOVE WS-QSA-COUNT TO WS-QSA-CUR
              INITIALIZE WS-QSA-ENTRY(WS-QSA-CUR)
              MOVE CL-AGENT TO QSA-AGENT(WS-QSA-CUR)
           END-IF
           IF WS-QSA-CUR EQUAL 0
           OR WS-QC-COUNT NOT < 2000
              ADD 1 TO WS-QC-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QC-COUNT
           INITIALIZE WS-QC-ENTRY(WS-QC-COUNT)
           MOVE CL-CLOSED-DATE TO QC-CLOSED-DATE(WS-QC-COUNT)
           MOVE CL-AGENT TO QC-AGENT(WS-QC-COUNT)
           MOVE CL-DATE TO QC-DATE(WS-QC-COUNT)
           MOVE CL-CUSTOMER-ID TO QC-CUSTOMER-ID(WS-QC-COUNT)
           MOVE CL-DISP TO QC-DISP(WS-QC-COUNT)
           MOVE CL-LINE TO QC-LINE(WS-QC-COUNT)
           MOVE 'N' TO QC-PICKED(WS-QC-COUNT)
           ADD 1 TO QSA-CLOSED(WS-QSA-CUR)
       .
      *// one generator stream from the seed, taken agent by
      *// agent in id order; within an agent a partial shuffle of
      *// their closures picks the rate's share, rounded up.
       DRAW-QA-SAMPLE.
           MOVE WS-QA-SEED TO WS-QS-RAND
           MOVE 0 TO WS-QS-TOTAL-CLOSED
           MOVE 0 TO WS-QS-TOTAL-SAMPLED
           PERFORM VARYING WS-QSA-IND FROM 1 BY 1
              UNTIL WS-QSA-IND > WS-QSA-COUNT
              MOVE 0 TO WS-QS-POOL-COUNT
              PERFORM VARYING WS-QC-IND FROM 1 BY 1
                 UNTIL WS-QC-IND > WS-QC-COUNT
                 IF QC-AGENT(WS-QC-IND) EQUAL QSA-AGENT(WS-QSA-IND)
                    ADD 1 TO WS-QS-POOL-COUNT
                    MOVE WS-QC-IND TO WS-QS-POOL(WS-QS-POOL-COUNT)
                 END-IF
              END-PERFORM
              COMPUTE WS-QS-WANTED =
                 (WS-QS-POOL-COUNT * WS-QA-RATE + 99) / 100
              PERFORM VARYING WS-QS-PICK-IND FROM 1 BY 1
                 UNTIL WS-QS-PICK-IND > WS-QS-WANTED
                 PERFORM NEXT-QA-RANDOM
                 COMPUTE WS-QS-RANGE =
                    WS-QS-POOL-COUNT - WS-QS-PICK-IND + 1
                 DIVIDE WS-QS-RAND BY WS-QS-RANGE
                    GIVING WS-QS-QUOTIENT REMAINDER WS-QS-REMAINDER
                 COMPUTE WS-QS-PICK = WS-QS-PICK-IND + WS-QS-REMAINDER
                 MOVE WS-QS-POOL(WS-QS-PICK-IND) TO WS-QS-PICK-HOLD
                 MOVE WS-QS-POOL(WS-QS-PICK)
                   TO WS-QS-POOL(WS-QS-PICK-IND)
                 MOVE WS-QS-PICK-HOLD TO WS-QS-POOL(WS-QS-PICK)
                 MOVE 'Y' TO QC-PICKED(WS-QS-POOL(WS-QS-PICK-IND))
              END-PERFORM
              MOVE WS-QS-WANTED TO QSA-SAMPLED(WS-QSA-IND)
              ADD QSA-CLOSED(WS-QSA-IND) TO WS-QS-TOTAL-CLOSED
              ADD WS-QS-WANTED TO WS-QS-TOTAL-SAMPLED
           END-PERFORM
       .
       NEXT-QA-RANDOM.
           COMPUTE WS-QS-PRODUCT = WS-QS-RAND * 16807
           DIVIDE WS-QS-PRODUCT BY 2147483647
              GIVING WS-QS-QUOTIENT REMAINDER WS-QS-RAND
       .
      *// the lead's returned sample: a row still blank in
      *// the verdict column is simply not scored yet; anything else
      *// must be AGREE or DISAGREE against an item this draw picked.
       APPLY-QA-VERDICTS.
           OPEN INPUT QA-VERDICTS-FILE
           IF WS-QA-VERDICTS-STATUS NOT EQUAL '00'
              DISPLAY 'bob qa scorecard: no verdicts file, sampled '
                 'items reported unscored'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-VERDICTS
           PERFORM UNTIL END-OF-VERDICTS
              READ QA-VERDICTS-FILE
                 AT END MOVE 'Y' TO WS-EOF-VERDICTS
                 NOT AT END
                    ADD 1 TO WS-JH-READ
                    PERFORM APPLY-ONE-QA-VERDICT
              END-READ
           END-PERFORM
           CLOSE QA-VERDICTS-FILE
       .
       APPLY-ONE-QA-VERDICT.
           IF QV-VERDICT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           IF QV-PERIOD NOT EQUAL WS-QA-PERIOD
           OR QV-SEED IS NOT NUMERIC
              MOVE 'drawn for another period or seed'
                TO WS-QS-REJECT-REASON
              PERFORM REJECT-QA-VERDICT
              EXIT PARAGRAPH
           END-IF
           IF QV-SEED NOT EQUAL WS-QA-SEED
              MOVE 'drawn for another period or seed'
                TO WS-QS-REJECT-REASON
              PERFORM REJECT-QA-VERDICT
              EXIT PARAGRAPH
           END-IF
           IF QV-VERDICT NOT EQUAL 'AGREE'
           AND QV-VERDICT NOT EQUAL 'DISAGREE'
              MOVE 'verdict must be AGREE or DISAGREE'
                TO WS-QS-REJECT-REASON
              PERFORM REJECT-QA-VERDICT
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QS-VERDICT-FOUND
           PERFORM VARYING WS-QC-IND FROM 1 BY 1
              UNTIL WS-QC-IND > WS-QC-COUNT
              IF QC-PICKED(WS-QC-IND) EQUAL 'Y'
              AND QC-AGENT(WS-QC-IND) EQUAL QV-AGENT
              AND QC-DATE(WS-QC-IND) EQUAL QV-DATE
              AND QC-CUSTOMER-ID(WS-QC-IND) EQUAL QV-CUSTOMER-ID
              AND QC-CLOSED-DATE(WS-QC-IND) EQUAL QV-CLOSED-DATE
              AND QC-VERDICT(WS-QC-IND) EQUAL SPACES
                 MOVE 'Y' TO WS-QS-VERDICT-FOUND
                 MOVE QV-VERDICT TO QC-VERDICT(WS-QC-IND)
                 MOVE QV-REASON TO QC-REASON(WS-QC-IND)
                 MOVE QV-COMMENT TO QC-COMMENT(WS-QC-IND)
                 MOVE WS-QC-COUNT TO WS-QC-IND
              END-IF
           END-PERFORM
           IF WS-QS-VERDICT-FOUND NOT EQUAL 'Y'
              MOVE 'not in the sample, or already scored'
                TO WS-QS-REJECT-REASON
              PERFORM REJECT-QA-VERDICT
           END-IF
       .
       REJECT-QA-VERDICT.
           ADD 1 TO WS-JH-REJECTS
           DISPLAY 'bob qa scorecard: verdict for ' QV-DATE ' '
              FUNCTION TRIM(QV-CUSTOMER-ID) ' rejected -- '
              FUNCTION TRIM(WS-QS-REJECT-REASON)
       .
      *// per agent: closed, sampled, scored, agreement rate
      *// and the disagreement the lead raised most, then each
      *// disagreement with the lead's comment for the coaching talk.
       WRITE-QA-SCORECARD.
           MOVE 0 TO WS-QS-TOTAL-SCORED
           MOVE 0 TO WS-QS-TOTAL-AGREED
           OPEN OUTPUT QA-SCORECARD-FILE
           MOVE WS-QA-SEED TO WS-QS-SEED-EDIT
           MOVE WS-QA-RATE TO WS-QS-EDIT
           MOVE SPACES TO QA-SCORECARD-REC
           STRING 'AGENT QUALITY SCORECARD - PERIOD '
                                              DELIMITED BY SIZE
                  WS-QA-PERIOD                DELIMITED BY SIZE
                  '  seed '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-SEED-EDIT)
                                              DELIMITED BY SIZE
                  '  sample rate '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT)   DELIMITED BY SIZE
                  '%'                         DELIMITED BY SIZE
                  INTO QA-SCORECARD-REC
           WRITE QA-SCORECARD-REC
           PERFORM VARYING WS-QSA-IND FROM 1 BY 1
              UNTIL WS-QSA-IND > WS-QSA-COUNT
              PERFORM WRITE-QA-AGENT-CARD
           END-PERFORM
           MOVE SPACES TO QA-SCORECARD-REC
           WRITE QA-SCORECARD-REC
           MOVE WS-QS-TOTAL-CLOSED TO WS-QS-EDIT
           MOVE WS-QS-TOTAL-SAMPLED TO WS-QS-EDIT2
           MOVE WS-QS-TOTAL-SCORED TO WS-QS-EDIT3
           MOVE WS-QS-TOTAL-AGREED TO WS-QS-EDIT4
           MOVE SPACES TO QA-SCORECARD-REC
           STRING 'DESK TOTAL closed='        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT)   DELIMITED BY SIZE
                  ' sampled='                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT2)  DELIMITED BY SIZE
                  ' scored='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT3)  DELIMITED BY SIZE
                  ' agreed='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT4)  DELIMITED BY SIZE
                  INTO QA-SCORECARD-REC
           IF WS-QS-TOTAL-SCORED > 0
              COMPUTE WS-QS-RATE ROUNDED =
                 WS-QS-TOTAL-AGREED * 100 / WS-QS-TOTAL-SCORED
              MOVE WS-QS-RATE TO WS-QS-RATE-EDIT
              STRING FUNCTION TRIM(QA-SCORECARD-REC)
                                              DELIMITED BY SIZE
                     ' agreement '            DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QS-RATE-EDIT)
                                              DELIMITED BY SIZE
                     '%'                      DELIMITED BY SIZE
                     INTO QA-SCORECARD-REC
           END-IF
           WRITE QA-SCORECARD-REC
           CLOSE QA-SCORECARD-FILE
       .
       WRITE-QA-AGENT-CARD.
           MOVE 0 TO QSA-SCORED(WS-QSA-IND)
           MOVE 0 TO QSA-AGREED(WS-QSA-IND)
           PERFORM VARYING WS-QC-IND FROM 1 BY 1
              UNTIL WS-QC-IND > WS-QC-COUNT
              IF QC-AGENT(WS-QC-IND) EQUAL QSA-AGENT(WS-QSA-IND)
              AND QC-VERDICT(WS-QC-IND) NOT EQUAL SPACES
                 ADD 1 TO QSA-SCORED(WS-QSA-IND)
                 IF QC-VERDICT(WS-QC-IND) EQUAL 'AGREE'
                    ADD 1 TO QSA-AGREED(WS-QSA-IND)
                 END-IF
              END-IF
           END-PERFORM
           ADD QSA-SCORED(WS-QSA-IND) TO WS-QS-TOTAL-SCORED
           ADD QSA-AGREED(WS-QSA-IND) TO WS-QS-TOTAL-AGREED
      *// items closed with nobody holding them are carried
      *// as their own line rather than credited to an agent.
           MOVE '(unassigned)' TO WS-QS-AGENT-NAME
           IF QSA-AGENT(WS-QSA-IND) NOT EQUAL SPACES
              MOVE '(not on agents file)' TO WS-QS-AGENT-NAME
              PERFORM VARYING WS-AGENT-IND FROM 1 BY 1
                 UNTIL WS-AGENT-IND > WS-AGENT-COUNT
                 IF AGT-ID(WS-AGENT-IND) EQUAL QSA-AGENT(WS-QSA-IND)
                    MOVE AGT-NAME(WS-AGENT-IND) TO WS-QS-AGENT-NAME
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO QA-SCORECARD-REC
           WRITE QA-SCORECARD-REC
           MOVE SPACES TO QA-SCORECARD-REC
           STRING QSA-AGENT(WS-QSA-IND)       DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-QS-AGENT-NAME            DELIMITED BY SIZE
                  INTO QA-SCORECARD-REC
           WRITE QA-SCORECARD-REC
           MOVE QSA-CLOSED(WS-QSA-IND) TO WS-QS-EDIT
           MOVE QSA-SAMPLED(WS-QSA-IND) TO WS-QS-EDIT2
           MOVE QSA-SCORED(WS-QSA-IND) TO WS-QS-EDIT3
           MOVE QSA-AGREED(WS-QSA-IND) TO WS-QS-EDIT4
           MOVE SPACES TO QA-SCORECARD-REC
           STRING '   closed='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT)   DELIMITED BY SIZE
                  ' sampled='                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT2)  DELIMITED BY SIZE
                  ' scored='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT3)  DELIMITED BY SIZE
                  ' agreed='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QS-EDIT4)  DELIMITED BY SIZE
                  INTO QA-SCORECARD-REC
           IF QSA-SCORED(WS-QSA-IND) > 0
              COMPUTE WS-QS-RATE ROUNDED =
                 QSA-AGREED(WS-QSA-IND) * 100
                 / QSA-SCORED(WS-QSA-IND)
              MOVE WS-QS-RATE TO WS-QS-RATE-EDIT
              STRING FUNCTION TRIM(QA-SCORECARD-REC TRAILING)
                                              DELIMITED BY SIZE
                     ' agreement '            DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QS-RATE-EDIT)
                                              DELIMITED BY SIZE
                     '%'                      DELIMITED BY SIZE
                     INTO QA-SCORECARD-REC
           ELSE
              STRING FUNCTION TRIM(QA-SCORECARD-REC TRAILING)
                                              DELIMITED BY SIZE
                     ' agreement n/a'         DELIMITED BY SIZE
                     INTO QA-SCORECARD-REC
           END-IF
           WRITE QA-SCORECARD-REC
           PERFORM FIND-QA-TOP-DISAGREEMENT
           MOVE SPACES TO QA-SCORECARD-REC
           IF WS-QS-TOP-COUNT EQUAL 0
              MOVE '   most-common disagreement: none'
                TO QA-SCORECARD-REC
           ELSE
              MOVE WS-QS-TOP-COUNT TO WS-QS-EDIT
              STRING '   most-common disagreement: '
                                              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QS-TOP-CATEGORY)
                                              DELIMITED BY SIZE
                     ' ('                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QS-EDIT) DELIMITED BY SIZE
                     ')'                      DELIMITED BY SIZE
                     INTO QA-SCORECARD-REC
           END-IF
           WRITE QA-SCORECARD-REC
           PERFORM VARYING WS-QC-IND FROM 1 BY 1
              UNTIL WS-QC-IND > WS-QC-COUNT
              IF QC-AGENT(WS-QC-IND) EQUAL QSA-AGENT(WS-QSA-IND)
              AND QC-VERDICT(WS-QC-IND) EQUAL 'DISAGREE'
                 MOVE SPACES TO QA-SCORECARD-REC
                 STRING '     '                    DELIMITED BY SIZE
                        QC-DATE(WS-QC-IND)         DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        QC-CUSTOMER-ID(WS-QC-IND)  DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        QC-DISP(WS-QC-IND)         DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        QC-REASON(WS-QC-IND)       DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        FUNCTION TRIM(QC-COMMENT(WS-QC-IND))
                                                   DELIMITED BY SIZE
                        INTO QA-SCORECARD-REC
                 WRITE QA-SCORECARD-REC
              END-IF
           END-PERFORM
       .
      *// first-seen wins a tie, so the answer is stable
       FIND-QA-TOP-DISAGREEMENT.
           MOVE 0 TO WS-QS-TOP-COUNT
           MOVE SPACES TO WS-QS-TOP-CATEGORY
           PERFORM VARYING WS-QC-IND FROM 1 BY 1
              UNTIL WS-QC-IND > WS-QC-COUNT
              IF QC-AGENT(WS-QC-IND) EQUAL QSA-AGENT(WS-QSA-IND)
              AND QC-VERDICT(WS-QC-IND) EQUAL 'DISAGREE'
                 IF QC-REASON(WS-QC-IND) NOT EQUAL SPACES
                    MOVE QC-REASON(WS-QC-IND) TO WS-QS-CATEGORY
                 ELSE
                    MOVE QC-DISP(WS-QC-IND) TO WS-QS-CATEGORY
                 END-IF
                 MOVE 0 TO WS-QS-CAT-COUNT
                 PERFORM VARYING WS-QC-IND2 FROM 1 BY 1
                    UNTIL WS-QC-IND2 > WS-QC-COUNT
                    IF QC-AGENT(WS-QC-IND2) EQUAL QSA-AGENT(WS-QSA-IND)
                    AND QC-VERDICT(WS-QC-IND2) EQUAL 'DISAGREE'
                       IF QC-REASON(WS-QC-IND2) NOT EQUAL SPACES
                          MOVE QC-REASON(WS-QC-IND2)
                            TO WS-QS-CATEGORY2
                       ELSE
                          MOVE QC-DISP(WS-QC-IND2) TO WS-QS-CATEGORY2
                       END-IF
                       IF WS-QS-CATEGORY2 EQUAL WS-QS-CATEGORY
                          ADD 1 TO WS-QS-CAT-COUNT
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-QS-CAT-COUNT > WS-QS-TOP-COUNT
                    MOVE WS-QS-CAT-COUNT TO WS-QS-TOP-COUNT
                    MOVE WS-QS-CATEGORY TO WS-QS-TOP-CATEGORY
                 END-IF
              END-IF
           END-PERFORM
       .
      *// CSAT linkage: each survey in the vendor extract is
      *// matched to the customer's transcript session that day and
      *// related to the tone, the categories Bob answered with, and
      *// any escalation or abuse flag; a low score on a session Bob
      *// rated calm is pushed to the review queue for follow-up.
       RUN-CSAT-LINK.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-CSAT-SURVEYS
           IF WS-CSAT-STATUS NOT EQUAL '00'
              DISPLAY 'bob csat: no survey extract at '
                 FUNCTION TRIM(WS-CSAT-PATH) ', nothing linked'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM LINK-CSAT-SESSIONS
           PERFORM MARK-CSAT-ESCALATIONS
           PERFORM QUEUE-LOW-CSAT-FOLLOW-UPS
           PERFORM WRITE-CSAT-REPORT
           COMPUTE WS-JH-READ =
              WS-SVE-COUNT + WS-SVE-REJECTS + WS-SVE-OVERFLOW
           MOVE WS-SVE-MATCHED TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-SVE-REJECTS + WS-SVE-OVERFLOW
           PERFORM WRITE-JOB-HISTORY
       .
      *// a survey with no usable date, customer or 1-5
      *// score cannot be linked -- reported and left out.
       LOAD-CSAT-SURVEYS.
           MOVE 0 TO WS-SVE-COUNT
           MOVE 0 TO WS-SVE-REJECTS
           MOVE 0 TO WS-SVE-OVERFLOW
           OPEN INPUT CSAT-FILE
           IF WS-CSAT-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CSAT
           PERFORM UNTIL END-OF-CSAT
              READ CSAT-FILE
                 AT END MOVE 'Y' TO WS-EOF-CSAT
                 NOT AT END
                    IF CSAT-REC NOT EQUAL SPACES
                       PERFORM ADD-CSAT-SURVEY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CSAT-FILE
           MOVE '00' TO WS-CSAT-STATUS
           IF WS-SVE-OVERFLOW > 0
              MOVE WS-SVE-OVERFLOW TO WS-SV-EDIT
              DISPLAY 'bob csat: ' FUNCTION TRIM(WS-SV-EDIT)
                 ' surveys past capacity not linked'
           END-IF
       .
       ADD-CSAT-SURVEY.
           IF SV-DATE IS NOT NUMERIC
           OR SV-CUSTOMER-ID EQUAL SPACES
           OR SV-SCORE IS NOT NUMERIC
           OR SV-SCORE < '1'
           OR SV-SCORE > '5'
              ADD 1 TO WS-SVE-REJECTS
              DISPLAY 'bob csat: survey rejected, bad date, '
                 'customer or score: ' CSAT-REC(1:21)
              EXIT PARAGRAPH
           END-IF
           IF WS-SVE-COUNT NOT < 500
              ADD 1 TO WS-SVE-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SVE-COUNT
           INITIALIZE WS-SVE-ENTRY(WS-SVE-COUNT)
           MOVE SV-DATE TO SVE-DATE(WS-SVE-COUNT)
           MOVE SV-CUSTOMER-ID TO SVE-CUSTOMER-ID(WS-SVE-COUNT)
           MOVE SV-SCORE TO SVE-SCORE(WS-SVE-COUNT)
      *// the vendor comment is customer free text like any
      *// transcript line and is masked the same way before it is
      *// held for the follow-up queue or the report.
           MOVE SV-COMMENT TO WS-HEYBOB
           MOVE 'S' TO WS-RD-FROM
           PERFORM REDACT-LINE
           MOVE 'T' TO WS-RD-FROM
           MOVE WS-HEYBOB TO SVE-COMMENT(WS-SVE-COUNT)
           MOVE 'N' TO SVE-ESCALATED(WS-SVE-COUNT)
           MOVE 'N' TO SVE-QUEUED(WS-SVE-COUNT)
       .
      *// the transcript lines re-classified on the spot,
      *// the way the dossier does it -- same lexicon and tone
      *// rules as the batch, nothing routed or tallied from here.
       LINK-CSAT-SESSIONS.
           OPEN INPUT TRANSCRIPT-FILE
           MOVE 'N' TO WS-EOF-TRANSCRIPT
           PERFORM UNTIL END-OF-TRANSCRIPT
              READ TRANSCRIPT-FILE
                 AT END MOVE 'Y' TO WS-EOF-TRANSCRIPT
                 NOT AT END
                    IF TRANSCRIPT-REC(1:3) NOT EQUAL 'HDR'
                    AND TRANSCRIPT-REC(1:3) NOT EQUAL 'TRL'
                       PERFORM LINK-ONE-CSAT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE
       .
       LINK-ONE-CSAT-LINE.
           MOVE 'N' TO WS-SVE-CLASSIFIED
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-DATE(WS-SVE-IND) EQUAL TR-DATE
              AND SVE-CUSTOMER-ID(WS-SVE-IND) EQUAL TR-CUSTOMER-ID
                 IF WS-SVE-CLASSIFIED EQUAL 'N'
                    MOVE TR-LINE TO WS-HEYBOB
                    PERFORM REDACT-LINE
                    PERFORM FILTER-ABUSIVE-LANGUAGE
                    IF WS-ABUSE-TIER >= 2
                       MOVE 'ABUSE' TO WS-CATEGORY-CODE
                    ELSE
                       PERFORM CLASSIFY-TONE
                    END-IF
                    PERFORM SET-TONE-RANK
                    MOVE 'Y' TO WS-SVE-CLASSIFIED
                 END-IF
                 ADD 1 TO SVE-LINES(WS-SVE-IND)
                 IF SVE-LINES(WS-SVE-IND) EQUAL 1
                    MOVE WS-SES-RANK TO SVE-FIRST(WS-SVE-IND)
                 END-IF
                 MOVE WS-SES-RANK TO SVE-LAST(WS-SVE-IND)
                 IF WS-SES-RANK > SVE-WORST(WS-SVE-IND)
                    MOVE WS-SES-RANK TO SVE-WORST(WS-SVE-IND)
                 END-IF
                 ADD 1 TO SVE-CAT-COUNT(WS-SVE-IND, WS-SES-RANK + 1)
              END-IF
           END-PERFORM
       .
      *// the escalation file carries the last batch's
      *// escalations, the same night the extract covers; each
      *// record leads with the customer id and a colon.
       MARK-CSAT-ESCALATIONS.
           OPEN INPUT ESCALATION-FILE
           IF WS-ESCALATION-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ESCALATIONS
           PERFORM UNTIL END-OF-ESCALATIONS
              READ ESCALATION-FILE
                 AT END MOVE 'Y' TO WS-EOF-ESCALATIONS
                 NOT AT END
                    MOVE SPACES TO WS-SVE-ESC-ID
                    UNSTRING ESCALATION-REC DELIMITED BY ':'
                       INTO WS-SVE-ESC-ID
                    END-UNSTRING
                    PERFORM VARYING WS-SVE-IND FROM 1 BY 1
                       UNTIL WS-SVE-IND > WS-SVE-COUNT
                       IF SVE-CUSTOMER-ID(WS-SVE-IND)
                          EQUAL WS-SVE-ESC-ID
                       AND SVE-LINES(WS-SVE-IND) > 0
                          MOVE 'Y' TO SVE-ESCALATED(WS-SVE-IND)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE ESCALATION-FILE
       .
      *// calm means nothing worse than silence all session
      *// -- no shouting, no flagged language. A follow-up already
      *// on the queue for that date and customer is not queued again,
      *// so a rerun of the same extract adds nothing.
       QUEUE-LOW-CSAT-FOLLOW-UPS.
           MOVE 0 TO WS-SVE-QUEUE-ADDS
           MOVE 0 TO WS-SVE-LOW-COUNT
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-LINES(WS-SVE-IND) > 0
              AND SVE-WORST(WS-SVE-IND) <= 2
              AND SVE-SCORE(WS-SVE-IND) <= WS-CSAT-LOW
                 ADD 1 TO WS-SVE-LOW-COUNT
              END-IF
           END-PERFORM
           IF WS-SVE-LOW-COUNT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REVIEW-QUEUE
           IF WS-RQ-OVERFLOW > 0
              DISPLAY 'bob csat: queue exceeds single-pass capacity, '
                 'follow-ups not queued -- archive it first'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-QUEUE-PATH TO WS-LOCK-TARGET-PATH
           PERFORM ACQUIRE-FILE-LOCK
           IF NOT FILE-LOCK-TAKEN
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REVIEW-QUEUE-FILE
           IF WS-REVIEW-QUEUE-STATUS EQUAL '35'
              OPEN OUTPUT REVIEW-QUEUE-FILE
              CLOSE REVIEW-QUEUE-FILE
              OPEN EXTEND REVIEW-QUEUE-FILE
           END-IF
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-LINES(WS-SVE-IND) > 0
              AND SVE-WORST(WS-SVE-IND) <= 2
              AND SVE-SCORE(WS-SVE-IND) <= WS-CSAT-LOW
                 PERFORM QUEUE-ONE-CSAT-FOLLOW-UP
              END-IF
           END-PERFORM
           CLOSE REVIEW-QUEUE-FILE
           PERFORM RELEASE-FILE-LOCK
       .
       QUEUE-ONE-CSAT-FOLLOW-UP.
           PERFORM VARYING WS-RQ-IND FROM 1 BY 1
              UNTIL WS-RQ-IND > WS-RQ-COUNT
              IF RQE-DATE(WS-RQ-IND) EQUAL SVE-DATE(WS-SVE-IND)
              AND RQE-CUSTOMER-ID(WS-RQ-IND)
                  EQUAL SVE-CUSTOMER-ID(WS-SVE-IND)
              AND RQE-LINE(WS-RQ-IND)(1:5) EQUAL 'CSAT '
                 MOVE 'A' TO SVE-QUEUED(WS-SVE-IND)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE SPACES TO REVIEW-QUEUE-REC
           MOVE 'NEW' TO RQ-STATUS
           MOVE SVE-DATE(WS-SVE-IND) TO RQ-DATE
           MOVE SVE-CUSTOMER-ID(WS-SVE-IND) TO RQ-CUSTOMER-ID
           STRING 'CSAT '                     DELIMITED BY SIZE
                  SVE-SCORE(WS-SVE-IND)       DELIMITED BY SIZE
                  ' on calm session: '        DELIMITED BY SIZE
                  FUNCTION TRIM(SVE-COMMENT(WS-SVE-IND))
                                              DELIMITED BY SIZE
                  INTO RQ-LINE
           WRITE REVIEW-QUEUE-REC
           MOVE 'Y' TO SVE-QUEUED(WS-SVE-IND)
           ADD 1 TO WS-SVE-QUEUE-ADDS
       .
       WRITE-CSAT-REPORT.
           INITIALIZE WS-SVT-TABLE
           MOVE 0 TO WS-SVE-MATCHED
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-LINES(WS-SVE-IND) > 0
                 ADD 1 TO WS-SVE-MATCHED
              END-IF
           END-PERFORM
           OPEN OUTPUT CSAT-REPORT-FILE
           MOVE 'CSAT SURVEY LINKAGE' TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE WS-SVE-COUNT TO WS-SV-EDIT
           MOVE WS-SVE-MATCHED TO WS-SV-EDIT2
           MOVE WS-SVE-QUEUE-ADDS TO WS-SV-EDIT3
           MOVE SPACES TO CSAT-REPORT-REC
           STRING FUNCTION TRIM(WS-SV-EDIT)   DELIMITED BY SIZE
                  ' surveys, '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-EDIT2)  DELIMITED BY SIZE
                  ' matched to a session, '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SV-EDIT3)  DELIMITED BY SIZE
                  ' follow-ups queued'        DELIMITED BY SIZE
                  INTO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE SPACES TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE '--- MATCHED SURVEYS ---' TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-LINES(WS-SVE-IND) > 0
                 PERFORM WRITE-CSAT-MATCHED-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE '--- SATISFACTION BY CLOSING TONE ---'
             TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           PERFORM VARYING WS-SVT-IND FROM 1 BY 1
              UNTIL WS-SVT-IND > 6
              COMPUTE WS-SES-RANK = WS-SVT-IND - 1
              PERFORM SET-TONE-LABEL
              MOVE WS-SES-LABEL TO WS-SVT-LABEL
              PERFORM WRITE-CSAT-AVERAGE-LINE
           END-PERFORM
           MOVE SPACES TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE '--- SATISFACTION BY ESCALATION AND ABUSE FLAG ---'
             TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE 7 TO WS-SVT-IND
           MOVE 'escalated' TO WS-SVT-LABEL
           PERFORM WRITE-CSAT-AVERAGE-LINE
           MOVE 8 TO WS-SVT-IND
           MOVE 'not escalated' TO WS-SVT-LABEL
           PERFORM WRITE-CSAT-AVERAGE-LINE
           MOVE 9 TO WS-SVT-IND
           MOVE 'abuse-flagged' TO WS-SVT-LABEL
           PERFORM WRITE-CSAT-AVERAGE-LINE
           MOVE 10 TO WS-SVT-IND
           MOVE 'not flagged' TO WS-SVT-LABEL
           PERFORM WRITE-CSAT-AVERAGE-LINE
           MOVE SPACES TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           MOVE '--- SURVEYS WITH NO MATCHING SESSION ---'
             TO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           IF WS-SVE-MATCHED EQUAL WS-SVE-COUNT
              MOVE '(none)' TO CSAT-REPORT-REC
              WRITE CSAT-REPORT-REC
           END-IF
           PERFORM VARYING WS-SVE-IND FROM 1 BY 1
              UNTIL WS-SVE-IND > WS-SVE-COUNT
              IF SVE-LINES(WS-SVE-IND) EQUAL 0
                 MOVE SPACES TO CSAT-REPORT-REC
                 STRING SVE-DATE(WS-SVE-IND)     DELIMITED BY SIZE
                        ' '                      DELIMITED BY SIZE
                        SVE-CUSTOMER-ID(WS-SVE-IND)
                                                 DELIMITED BY SIZE
                        ' score '                DELIMITED BY SIZE
                        SVE-SCORE(WS-SVE-IND)    DELIMITED BY SIZE
                        '  '                     DELIMITED BY SIZE
                        FUNCTION TRIM(SVE-COMMENT(WS-SVE-IND))
                                                 DELIMITED BY SIZE
                        INTO CSAT-REPORT-REC
                 WRITE CSAT-REPORT-REC
              END-IF
           END-PERFORM
           CLOSE CSAT-REPORT-FILE
       .
      *// one matched survey: score, the session's opening
      *// and closing tone and its worst, the categories Bob gave
      *// with counts, the flags, and the customer's own words.
       WRITE-CSAT-MATCHED-LINE.
           ADD 1 TO SVT-SURVEYS(SVE-LAST(WS-SVE-IND) + 1)
           ADD SVE-SCORE(WS-SVE-IND)
             TO SVT-POINTS(SVE-LAST(WS-SVE-IND) + 1)
           IF SVE-ESCALATED(WS-SVE-IND) EQUAL 'Y'
              MOVE 7 TO WS-SVT-IND
           ELSE
              MOVE 8 TO WS-SVT-IND
           END-IF
           ADD 1 TO SVT-SURVEYS(WS-SVT-IND)
           ADD SVE-SCORE(WS-SVE-IND) TO SVT-POINTS(WS-SVT-IND)
           IF SVE-WORST(WS-SVE-IND) EQUAL 5
              MOVE 9 TO WS-SVT-IND
           ELSE
              MOVE 10 TO WS-SVT-IND
           END-IF
           ADD 1 TO SVT-SURVEYS(WS-SVT-IND)
           ADD SVE-SCORE(WS-SVE-IND) TO SVT-POINTS(WS-SVT-IND)
           MOVE SPACES TO WS-SVE-CATS
           MOVE 1 TO WS-SVE-CAT-PTR
           PERFORM VARYING WS-SVE-CAT-IND FROM 1 BY 1
              UNTIL WS-SVE-CAT-IND > 6
              IF SVE-CAT-COUNT(WS-SVE-IND, WS-SVE-CAT-IND) > 0
                 COMPUTE WS-SES-RANK = WS-SVE-CAT-IND - 1
                 PERFORM SET-TONE-LABEL
                 MOVE SVE-CAT-COUNT(WS-SVE-IND, WS-SVE-CAT-IND)
                   TO WS-SV-EDIT
                 STRING FUNCTION TRIM(WS-SES-LABEL)
                                              DELIMITED BY SIZE
                        '='                   DELIMITED BY SIZE
                        FUNCTION TRIM(WS-SV-EDIT)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        INTO WS-SVE-CATS
                        WITH POINTER WS-SVE-CAT-PTR
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-SVE-FLAGS
           MOVE 1 TO WS-SVE-CAT-PTR
           IF SVE-ESCALATED(WS-SVE-IND) EQUAL 'Y'
              STRING 'ESCALATED '             DELIMITED BY SIZE
                     INTO WS-SVE-FLAGS
                     WITH POINTER WS-SVE-CAT-PTR
           END-IF
           IF SVE-WORST(WS-SVE-IND) EQUAL 5
              STRING 'ABUSE '                 DELIMITED BY SIZE
                     INTO WS-SVE-FLAGS
                     WITH POINTER WS-SVE-CAT-PTR
           END-IF
           EVALUATE SVE-QUEUED(WS-SVE-IND)
              WHEN 'Y'
                 STRING 'FOLLOW-UP QUEUED'    DELIMITED BY SIZE
                        INTO WS-SVE-FLAGS
                        WITH POINTER WS-SVE-CAT-PTR
              WHEN 'A'
                 STRING 'FOLLOW-UP ON QUEUE'  DELIMITED BY SIZE
                        INTO WS-SVE-FLAGS
                        WITH POINTER WS-SVE-CAT-PTR
           END-EVALUATE
           MOVE SVE-FIRST(WS-SVE-IND) TO WS-SES-RANK
           PERFORM SET-TONE-LABEL
           MOVE WS-SES-LABEL TO WS-SES-LABEL2
           MOVE SVE-LAST(WS-SVE-IND) TO WS-SES-RANK
           PERFORM SET-TONE-LABEL
           MOVE SPACES TO CSAT-REPORT-REC
           STRING SVE-DATE(WS-SVE-IND)        DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  SVE-CUSTOMER-ID(WS-SVE-IND) DELIMITED BY SIZE
                  ' score '                   DELIMITED BY SIZE
                  SVE-SCORE(WS-SVE-IND)       DELIMITED BY SIZE
                  ' tone '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SES-LABEL2) DELIMITED BY SIZE
                  '->'                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SES-LABEL) DELIMITED BY SIZE
                  ' ['                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SVE-CATS)  DELIMITED BY SIZE
                  '] '                        DELIMITED BY SIZE
                  WS-SVE-FLAGS                DELIMITED BY '  '
                  INTO CSAT-REPORT-REC
           WRITE CSAT-REPORT-REC
           IF SVE-COMMENT(WS-SVE-IND) NOT EQUAL SPACES
              MOVE SPACES TO CSAT-REPORT-REC
              STRING '    "'                  DELIMITED BY SIZE
                     FUNCTION TRIM(SVE-COMMENT(WS-SVE-IND))
                                              DELIMITED BY SIZE
                     '"'                      DELIMITED BY SIZE
                     INTO CSAT-REPORT-REC
              WRITE CSAT-REPORT-REC
           END-IF
       .
       WRITE-CSAT-AVERAGE-LINE.
           MOVE SPACES TO CSAT-REPORT-REC
           MOVE SVT-SURVEYS(WS-SVT-IND) TO WS-SV-EDIT
           IF SVT-SURVEYS(WS-SVT-IND) > 0
              COMPUTE WS-SVT-AVERAGE ROUNDED =
                 SVT-POINTS(WS-SVT-IND) / SVT-SURVEYS(WS-SVT-IND)
              MOVE WS-SVT-AVERAGE TO WS-SVT-AVERAGE-EDIT
              STRING '  '                     DELIMITED BY SIZE
                     WS-SVT-LABEL             DELIMITED BY SIZE
                     WS-SV-EDIT               DELIMITED BY SIZE
                     ' surveys  average '     DELIMITED BY SIZE
                     WS-SVT-AVERAGE-EDIT      DELIMITED BY SIZE
                     INTO CSAT-REPORT-REC
           ELSE
              STRING '  '                     DELIMITED BY SIZE
                     WS-SVT-LABEL             DELIMITED BY SIZE
                     WS-SV-EDIT               DELIMITED BY SIZE
                     ' surveys'               DELIMITED BY SIZE
                     INTO CSAT-REPORT-REC
           END-IF
           WRITE CSAT-REPORT-REC
       .
      *// mask personal data out of the transcript line in
      *// WS-HEYBOB: an e-mail token is tested at each word start,
      *// then a digit run (a leading + allowed, single spaces,
      *// dashes, dots and brackets between digits) is judged as a
      *// whole; anything else is copied through unchanged.
       REDACT-LINE.
           MOVE WS-HEYBOB TO WS-RD-SOURCE
           MOVE SPACES TO WS-RD-OUT
           MOVE 1 TO WS-RD-OUT-PTR
           MOVE 1 TO WS-RD-POS
           PERFORM UNTIL WS-RD-POS > LENGTH OF WS-RD-SOURCE
              MOVE WS-RD-SOURCE(WS-RD-POS:1) TO WS-RD-CHAR
              MOVE 'N' TO WS-RD-HANDLED
              IF WS-RD-CHAR NOT EQUAL SPACE
                 IF WS-RD-POS EQUAL 1
                    PERFORM REDACT-EMAIL-TOKEN
                 ELSE
                    IF WS-RD-SOURCE(WS-RD-POS - 1:1) EQUAL SPACE
                       PERFORM REDACT-EMAIL-TOKEN
                    END-IF
                 END-IF
              END-IF
              IF NOT RD-HANDLED
                 IF WS-RD-CHAR IS NUMERIC
                    PERFORM REDACT-DIGIT-RUN
                 ELSE
                    IF WS-RD-CHAR EQUAL '+'
                    AND WS-RD-POS < LENGTH OF WS-RD-SOURCE
                       IF WS-RD-SOURCE(WS-RD-POS + 1:1) IS NUMERIC
                          PERFORM REDACT-DIGIT-RUN
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF NOT RD-HANDLED
                 STRING WS-RD-CHAR DELIMITED BY SIZE
                        INTO WS-RD-OUT
                        WITH POINTER WS-RD-OUT-PTR
                 ADD 1 TO WS-RD-POS
              END-IF
           END-PERFORM
           MOVE WS-RD-OUT TO WS-HEYBOB
       .
       REDACT-EMAIL-TOKEN.
           MOVE WS-RD-POS TO WS-RD-SCAN
           MOVE 'N' TO WS-RD-STOP
           PERFORM UNTIL WS-RD-SCAN > LENGTH OF WS-RD-SOURCE
              OR WS-RD-STOP EQUAL 'Y'
              IF WS-RD-SOURCE(WS-RD-SCAN:1) EQUAL SPACE
                 MOVE 'Y' TO WS-RD-STOP
              ELSE
                 ADD 1 TO WS-RD-SCAN
              END-IF
           END-PERFORM
           COMPUTE WS-RD-TOKEN-END = WS-RD-SCAN - 1
      *// sentence punctuation after the address stays
           MOVE 'N' TO WS-RD-STOP
           PERFORM UNTIL WS-RD-TOKEN-END <= WS-RD-POS
              OR WS-RD-STOP EQUAL 'Y'
              MOVE WS-RD-SOURCE(WS-RD-TOKEN-END:1) TO WS-RD-CHAR
              IF WS-RD-CHAR EQUAL '.' OR ',' OR ';' OR ':' OR '!'
                 OR '?' OR ')' OR '>'
                 SUBTRACT 1 FROM WS-RD-TOKEN-END
              ELSE
                 MOVE 'Y' TO WS-RD-STOP
              END-IF
           END-PERFORM
           MOVE 0 TO WS-RD-AT-POS
           MOVE 0 TO WS-RD-DOT-POS
           PERFORM VARYING WS-RD-SCAN FROM WS-RD-POS BY 1
              UNTIL WS-RD-SCAN > WS-RD-TOKEN-END
              IF WS-RD-SOURCE(WS-RD-SCAN:1) EQUAL '@'
              AND WS-RD-AT-POS EQUAL 0
                 MOVE WS-RD-SCAN TO WS-RD-AT-POS
              END-IF
              IF WS-RD-SOURCE(WS-RD-SCAN:1) EQUAL '.'
              AND WS-RD-AT-POS > 0
                 MOVE WS-RD-SCAN TO WS-RD-DOT-POS
              END-IF
           END-PERFORM
           MOVE WS-RD-SOURCE(WS-RD-POS:1) TO WS-RD-CHAR
           IF WS-RD-AT-POS > WS-RD-POS
           AND WS-RD-DOT-POS > WS-RD-AT-POS + 1
           AND WS-RD-DOT-POS < WS-RD-TOKEN-END
              STRING WS-RD-CHAR              DELIMITED BY SIZE
                     '***@***'               DELIMITED BY SIZE
                     WS-RD-SOURCE(WS-RD-DOT-POS:
                        WS-RD-TOKEN-END - WS-RD-DOT-POS + 1)
                                             DELIMITED BY SIZE
                     INTO WS-RD-OUT
                     WITH POINTER WS-RD-OUT-PTR
              MOVE 'EMAIL' TO WS-RD-KIND
              PERFORM RECORD-REDACTION
              COMPUTE WS-RD-POS = WS-RD-TOKEN-END + 1
              MOVE 'Y' TO WS-RD-HANDLED
           END-IF
       .
      *// gather the run's digits; a card must pass the
      *// Luhn check at 13-19 digits, a phone is 10-15 digits that
      *// are not a card. A run that is neither is copied as it was.
       REDACT-DIGIT-RUN.
           MOVE SPACES TO WS-RD-DIGITS
           MOVE 0 TO WS-RD-DIGIT-COUNT
           MOVE 0 TO WS-RD-GAP
           MOVE WS-RD-POS TO WS-RD-RUN-END
           MOVE WS-RD-POS TO WS-RD-SCAN
           MOVE 'N' TO WS-RD-STOP
           PERFORM UNTIL WS-RD-SCAN > LENGTH OF WS-RD-SOURCE
              OR WS-RD-STOP EQUAL 'Y'
              MOVE WS-RD-SOURCE(WS-RD-SCAN:1) TO WS-RD-CHAR
              EVALUATE TRUE
                 WHEN WS-RD-CHAR IS NUMERIC
                    IF WS-RD-DIGIT-COUNT < 32
                       ADD 1 TO WS-RD-DIGIT-COUNT
                       MOVE WS-RD-CHAR
                         TO WS-RD-DIGITS(WS-RD-DIGIT-COUNT:1)
                    END-IF
                    MOVE WS-RD-SCAN TO WS-RD-RUN-END
                    MOVE 0 TO WS-RD-GAP
                 WHEN (WS-RD-CHAR EQUAL SPACE OR '-' OR '.' OR '('
                       OR ')' OR '+')
                  AND WS-RD-GAP < 2
                    ADD 1 TO WS-RD-GAP
                 WHEN OTHER
                    MOVE 'Y' TO WS-RD-STOP
              END-EVALUATE
              ADD 1 TO WS-RD-SCAN
           END-PERFORM
           MOVE SPACES TO WS-RD-KIND
           IF WS-RD-DIGIT-COUNT >= 13
           AND WS-RD-DIGIT-COUNT <= 19
              PERFORM CHECK-REDACT-LUHN
              IF WS-RD-REM EQUAL 0
                 MOVE 'CARD' TO WS-RD-KIND
              END-IF
           END-IF
           IF WS-RD-KIND EQUAL SPACES
           AND WS-RD-DIGIT-COUNT >= 10
           AND WS-RD-DIGIT-COUNT <= 15
              MOVE 'PHONE' TO WS-RD-KIND
           END-IF
           MOVE SPACES TO WS-RD-MASKED
           EVALUATE WS-RD-KIND
              WHEN 'CARD'
                 MOVE WS-RD-DIGITS(1:6) TO WS-RD-MASKED(1:6)
                 PERFORM VARYING WS-RD-IND FROM 7 BY 1
                    UNTIL WS-RD-IND > WS-RD-DIGIT-COUNT - 4
                    MOVE '*' TO WS-RD-MASKED(WS-RD-IND:1)
                 END-PERFORM
                 MOVE WS-RD-DIGITS(WS-RD-DIGIT-COUNT - 3:4)
                   TO WS-RD-MASKED(WS-RD-DIGIT-COUNT - 3:4)
              WHEN 'PHONE'
                 PERFORM VARYING WS-RD-IND FROM 1 BY 1
                    UNTIL WS-RD-IND > WS-RD-DIGIT-COUNT - 2
                    MOVE '*' TO WS-RD-MASKED(WS-RD-IND:1)
                 END-PERFORM
                 MOVE WS-RD-DIGITS(WS-RD-DIGIT-COUNT - 1:2)
                   TO WS-RD-MASKED(WS-RD-DIGIT-COUNT - 1:2)
              WHEN OTHER
                 MOVE WS-RD-SOURCE(WS-RD-POS:
                    WS-RD-RUN-END - WS-RD-POS + 1) TO WS-RD-MASKED
           END-EVALUATE
           IF WS-RD-KIND EQUAL SPACES
              STRING WS-RD-SOURCE(WS-RD-POS:
                        WS-RD-RUN-END - WS-RD-POS + 1)
                                             DELIMITED BY SIZE
                     INTO WS-RD-OUT
                     WITH POINTER WS-RD-OUT-PTR
           ELSE
              STRING WS-RD-MASKED(1:WS-RD-DIGIT-COUNT)
                                             DELIMITED BY SIZE
                     INTO WS-RD-OUT
                     WITH POINTER WS-RD-OUT-PTR
              PERFORM RECORD-REDACTION
           END-IF
           COMPUTE WS-RD-POS = WS-RD-RUN-END + 1
           MOVE 'Y' TO WS-RD-HANDLED
       .
      *// the Luhn sum as the LUHN program takes it, with
      *// every second digit doubled counting in from the check
      *// digit, so odd-length numbers check correctly too.
       CHECK-REDACT-LUHN.
           MOVE 0 TO WS-RD-CHECKSUM
           MOVE 'N' TO WS-RD-DOUBLE
           PERFORM VARYING WS-RD-IND FROM WS-RD-DIGIT-COUNT BY -1
              UNTIL WS-RD-IND < 1
              MOVE WS-RD-DIGITS(WS-RD-IND:1) TO WS-RD-DIGIT
              IF RD-DOUBLE
                 MULTIPLY 2 BY WS-RD-DIGIT
                 IF WS-RD-DIGIT > 9
                    SUBTRACT 9 FROM WS-RD-DIGIT
                 END-IF
                 MOVE 'N' TO WS-RD-DOUBLE
              ELSE
                 MOVE 'Y' TO WS-RD-DOUBLE
              END-IF
              ADD WS-RD-DIGIT TO WS-RD-CHECKSUM
           END-PERFORM
           DIVIDE WS-RD-CHECKSUM BY 10
              GIVING WS-RD-QUOTIENT REMAINDER WS-RD-REM
       .
       RECORD-REDACTION.
           ADD 1 TO WS-RD-TOTAL
           OPEN EXTEND REDACTION-LOG-FILE
           IF WS-REDACTION-LOG-STATUS EQUAL '35'
              OPEN OUTPUT REDACTION-LOG-FILE
              CLOSE REDACTION-LOG-FILE
              OPEN EXTEND REDACTION-LOG-FILE
           END-IF
           MOVE SPACES TO REDACTION-LOG-REC
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RL-RUN-TIME FROM TIME
           MOVE WS-MODE TO RL-MODE
           IF RD-FROM-SURVEY
              MOVE SV-DATE TO RL-DATE
              MOVE SV-CUSTOMER-ID TO RL-CUSTOMER-ID
           ELSE
              MOVE TR-DATE TO RL-DATE
              MOVE TR-CUSTOMER-ID TO RL-CUSTOMER-ID
           END-IF
           MOVE WS-RD-KIND TO RL-KIND
           WRITE REDACTION-LOG-REC
           CLOSE REDACTION-LOG-FILE
       .
      *// intra-day topic check: the desk lead can run this
      *// against the transcript feed while it is still growing, so
      *// it neither insists on the trailer nor touches the history
      *// the nightly batch keeps.
       RUN-TOPIC-CHECK.
           PERFORM WRITE-JOB-START
           MOVE 0 TO WS-PACK-LINES-READ
           OPEN INPUT TRANSCRIPT-FILE
           MOVE 'N' TO WS-EOF-TRANSCRIPT
           PERFORM UNTIL END-OF-TRANSCRIPT
              READ TRANSCRIPT-FILE
                 AT END MOVE 'Y' TO WS-EOF-TRANSCRIPT
                 NOT AT END
                    IF TRANSCRIPT-REC(1:3) NOT EQUAL 'HDR'
                    AND TRANSCRIPT-REC(1:3) NOT EQUAL 'TRL'
                       MOVE TR-LINE TO WS-HEYBOB
                       PERFORM REDACT-LINE
                       ADD 1 TO WS-PACK-LINES-READ
                       PERFORM TRACK-TOPIC-WORDS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE
           MOVE 'N' TO WS-TP-UPDATE-HISTORY
           PERFORM DETECT-TOPIC-SPIKES
           MOVE WS-PACK-LINES-READ TO WS-JH-READ
           MOVE WS-SPK-COUNT TO WS-JH-WRITTEN
           MOVE WS-TP-UNTRACKED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// split the (already redacted) line into words of
      *// letters only and count each significant word once for the
      *// customer saying it. The topic day is the latest transcript
      *// date seen.
       TRACK-TOPIC-WORDS.
           IF NOT STOP-WORDS-LOADED
              PERFORM LOAD-STOP-WORDS
           END-IF
           IF TR-DATE IS NUMERIC
           AND TR-DATE > WS-TP-DAY
              MOVE TR-DATE TO WS-TP-DAY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-HEYBOB) TO WS-TP-UPPER
           MOVE SPACES TO WS-TP-WORD
           MOVE 0 TO WS-TP-WORD-LEN
           PERFORM VARYING WS-TP-POS FROM 1 BY 1
              UNTIL WS-TP-POS > 60
              MOVE WS-TP-UPPER(WS-TP-POS:1) TO WS-TP-CHAR
              IF WS-TP-CHAR >= 'A' AND WS-TP-CHAR <= 'Z'
                 IF WS-TP-WORD-LEN < 20
                    ADD 1 TO WS-TP-WORD-LEN
                    MOVE WS-TP-CHAR TO WS-TP-WORD(WS-TP-WORD-LEN:1)
                 ELSE
      *// longer than any real word: a run of junk, drop it
                    MOVE 21 TO WS-TP-WORD-LEN
                 END-IF
              ELSE
                 PERFORM COUNT-TOPIC-WORD
              END-IF
           END-PERFORM
           PERFORM COUNT-TOPIC-WORD
       .
       COUNT-TOPIC-WORD.
           IF WS-TP-WORD-LEN < 3 OR WS-TP-WORD-LEN > 20
              MOVE SPACES TO WS-TP-WORD
              MOVE 0 TO WS-TP-WORD-LEN
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TP-IS-STOP
           PERFORM VARYING WS-SW-IND FROM 1 BY 1
              UNTIL WS-SW-IND > WS-SW-COUNT OR WS-TP-IS-STOP EQUAL 'Y'
              IF WS-SW-WORD(WS-SW-IND) EQUAL WS-TP-WORD
                 MOVE 'Y' TO WS-TP-IS-STOP
              END-IF
           END-PERFORM
           IF WS-TP-IS-STOP EQUAL 'N'
              MOVE 0 TO WS-TP-CUR
              PERFORM VARYING WS-TP-IND FROM 1 BY 1
                 UNTIL WS-TP-IND > WS-TP-COUNT OR WS-TP-CUR > 0
                 IF TP-TERM(WS-TP-IND) EQUAL WS-TP-WORD
                    MOVE WS-TP-IND TO WS-TP-CUR
                 END-IF
              END-PERFORM
              IF WS-TP-CUR EQUAL 0
                 IF WS-TP-COUNT < 1000
                    ADD 1 TO WS-TP-COUNT
                    MOVE WS-TP-COUNT TO WS-TP-CUR
                    INITIALIZE WS-TP-ENTRY(WS-TP-CUR)
                    MOVE WS-TP-WORD TO TP-TERM(WS-TP-CUR)
                 ELSE
                    ADD 1 TO WS-TP-UNTRACKED
                 END-IF
              END-IF
              IF WS-TP-CUR > 0
              AND TP-LAST-CUST(WS-TP-CUR) NOT EQUAL TR-CUSTOMER-ID
                 MOVE TR-CUSTOMER-ID TO TP-LAST-CUST(WS-TP-CUR)
                 ADD 1 TO TP-CUSTOMERS(WS-TP-CUR)
                 IF TP-SAMPLES(WS-TP-CUR) < 3
                    ADD 1 TO TP-SAMPLES(WS-TP-CUR)
                    MOVE TR-CUSTOMER-ID TO
                       TP-SAMPLE-ID(WS-TP-CUR, TP-SAMPLES(WS-TP-CUR))
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-TP-WORD
           MOVE 0 TO WS-TP-WORD-LEN
       .
      *// the desk's own stop-word list, one word per record;
      *// without one, the common small words of a support chat.
       LOAD-STOP-WORDS.
           MOVE 0 TO WS-SW-COUNT
           OPEN INPUT STOP-WORDS-FILE
           IF WS-STOP-WORDS-STATUS EQUAL '35'
              PERFORM LOAD-DEFAULT-STOP-WORDS
           ELSE
              PERFORM UNTIL WS-STOP-WORDS-STATUS NOT EQUAL '00'
                 READ STOP-WORDS-FILE
                    AT END MOVE '10' TO WS-STOP-WORDS-STATUS
                    NOT AT END
                       IF WS-SW-COUNT < 200
                       AND SW-WORD-IN NOT EQUAL SPACES
                          ADD 1 TO WS-SW-COUNT
                          MOVE FUNCTION UPPER-CASE(SW-WORD-IN)
                            TO WS-SW-WORD(WS-SW-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOP-WORDS-FILE
           END-IF
           MOVE 'Y' TO WS-SW-LOADED
       .
       LOAD-DEFAULT-STOP-WORDS.
           MOVE 'THE'    TO WS-SW-WORD(1)
           MOVE 'AND'    TO WS-SW-WORD(2)
           MOVE 'YOU'    TO WS-SW-WORD(3)
           MOVE 'YOUR'   TO WS-SW-WORD(4)
           MOVE 'FOR'    TO WS-SW-WORD(5)
           MOVE 'ARE'    TO WS-SW-WORD(6)
           MOVE 'BUT'    TO WS-SW-WORD(7)
           MOVE 'NOT'    TO WS-SW-WORD(8)
           MOVE 'WITH'   TO WS-SW-WORD(9)
           MOVE 'THIS'   TO WS-SW-WORD(10)
           MOVE 'THAT'   TO WS-SW-WORD(11)
           MOVE 'HAVE'   TO WS-SW-WORD(12)
           MOVE 'WAS'    TO WS-SW-WORD(13)
           MOVE 'CAN'    TO WS-SW-WORD(14)
           MOVE 'ALL'    TO WS-SW-WORD(15)
           MOVE 'ANY'    TO WS-SW-WORD(16)
           MOVE 'GET'    TO WS-SW-WORD(17)
           MOVE 'GOT'    TO WS-SW-WORD(18)
           MOVE 'HAS'    TO WS-SW-WORD(19)
           MOVE 'HOW'    TO WS-SW-WORD(20)
           MOVE 'WHY'    TO WS-SW-WORD(21)
           MOVE 'WHAT'   TO WS-SW-WORD(22)
           MOVE 'WHEN'   TO WS-SW-WORD(23)
           MOVE 'WILL'   TO WS-SW-WORD(24)
           MOVE 'JUST'   TO WS-SW-WORD(25)
           MOVE 'BOB'    TO WS-SW-WORD(26)
           MOVE 'HEY'    TO WS-SW-WORD(27)
           MOVE 'HELLO'  TO WS-SW-WORD(28)
           MOVE 'THANKS' TO WS-SW-WORD(29)
           MOVE 'PLEASE' TO WS-SW-WORD(30)
           MOVE 'DONT'   TO WS-SW-WORD(31)
           MOVE 'FROM'   TO WS-SW-WORD(32)
           MOVE 'COM'    TO WS-SW-WORD(33)
           MOVE 'THERE'  TO WS-SW-WORD(34)
           MOVE 'AGAIN'  TO WS-SW-WORD(35)
           MOVE 'THEY'   TO WS-SW-WORD(36)
           MOVE 'BEEN'   TO WS-SW-WORD(37)
           MOVE 'STILL'  TO WS-SW-WORD(38)
           MOVE 38 TO WS-SW-COUNT
       .
      *// weigh the day's words against the baseline days
      *// in the history, report what is spiking and alert the desk
      *// lead to anything critical. The nightly batch then replaces
      *// the day's rows in the history, so a rerun counts once.
       DETECT-TOPIC-SPIKES.
           MOVE 0 TO WS-SPK-COUNT
           MOVE 0 TO WS-SPK-CRIT-COUNT
           MOVE 0 TO WS-TP-DATE-COUNT
           IF WS-TP-DAY EQUAL SPACES
              PERFORM WRITE-TOPIC-REPORT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TP-DAY TO WS-TP-CUTOFF-NUM
           COMPUTE WS-TP-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TP-CUTOFF-NUM)
              - WS-TOPIC-DAYS)
           PERFORM READ-TOPIC-HISTORY
           IF WS-TP-DATE-COUNT >= WS-TOPIC-MIN-DAYS
              PERFORM VARYING WS-TP-IND FROM 1 BY 1
                 UNTIL WS-TP-IND > WS-TP-COUNT
                 PERFORM CHECK-ONE-TOPIC
              END-PERFORM
              PERFORM SORT-TOPIC-SPIKES
              PERFORM VARYING WS-SPK-IND FROM 1 BY 1
                 UNTIL WS-SPK-IND > WS-SPK-COUNT
                 IF SPK-CRITICAL(WS-SPK-IND) EQUAL 'Y'
                    PERFORM WRITE-TOPIC-ALERT
                 END-IF
              END-PERFORM
           END-IF
           PERFORM WRITE-TOPIC-REPORT
           IF WS-TP-UPDATE-HISTORY EQUAL 'Y'
              PERFORM SAVE-TOPIC-HISTORY
           END-IF
       .
      *// sum each of today's words over the baseline window
      *// and count the distinct days the window actually holds; in
      *// the nightly run keep every row but today's (and those aged
      *// out of the window) for the rewrite.
       READ-TOPIC-HISTORY.
           MOVE SPACES TO WS-TOPIC-HISTORY-WORK-PATH
           STRING FUNCTION TRIM(WS-TOPIC-HISTORY-PATH)
                                            DELIMITED BY SIZE
                  '.new'                    DELIMITED BY SIZE
                  INTO WS-TOPIC-HISTORY-WORK-PATH
           IF WS-TP-UPDATE-HISTORY EQUAL 'Y'
              OPEN OUTPUT TOPIC-HISTORY-WORK-FILE
           END-IF
           OPEN INPUT TOPIC-HISTORY-FILE
           IF WS-TOPIC-HISTORY-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-TOPIC-HISTORY
              PERFORM UNTIL END-OF-TOPIC-HISTORY
                 READ TOPIC-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-EOF-TOPIC-HISTORY
                    NOT AT END
                       PERFORM APPLY-TOPIC-HISTORY-ROW
                 END-READ
              END-PERFORM
              CLOSE TOPIC-HISTORY-FILE
           END-IF
       .
       APPLY-TOPIC-HISTORY-ROW.
           IF TPH-DATE IS NOT NUMERIC
           OR TPH-DATE EQUAL WS-TP-DAY
           OR TPH-DATE < WS-TP-CUTOFF-NUM
              EXIT PARAGRAPH
           END-IF
           IF WS-TP-UPDATE-HISTORY EQUAL 'Y'
              MOVE TOPIC-HISTORY-REC TO TOPIC-HISTORY-WORK-REC
              WRITE TOPIC-HISTORY-WORK-REC
           END-IF
      *// rows after the topic day (a rerun of an older feed)
      *// are kept but are no baseline for it.
           IF TPH-DATE > WS-TP-DAY
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TP-DATE-FOUND
           PERFORM VARYING WS-TP-DATE-IND FROM 1 BY 1
              UNTIL WS-TP-DATE-IND > WS-TP-DATE-COUNT
              IF WS-TP-DATE(WS-TP-DATE-IND) EQUAL TPH-DATE
                 MOVE 'Y' TO WS-TP-DATE-FOUND
              END-IF
           END-PERFORM
           IF WS-TP-DATE-FOUND EQUAL 'N'
           AND WS-TP-DATE-COUNT < 31
              ADD 1 TO WS-TP-DATE-COUNT
              MOVE TPH-DATE TO WS-TP-DATE(WS-TP-DATE-COUNT)
           END-IF
           MOVE 0 TO WS-TP-CUR
           PERFORM VARYING WS-TP-IND FROM 1 BY 1
              UNTIL WS-TP-IND > WS-TP-COUNT OR WS-TP-CUR > 0
              IF TP-TERM(WS-TP-IND) EQUAL TPH-TERM
                 ADD TPH-CUSTOMERS TO TP-BASE-SUM(WS-TP-IND)
                 MOVE WS-TP-IND TO WS-TP-CUR
              END-IF
           END-PERFORM
       .
       CHECK-ONE-TOPIC.
           IF TP-CUSTOMERS(WS-TP-IND) < WS-SPIKE-MIN
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TP-BASELINE ROUNDED =
              TP-BASE-SUM(WS-TP-IND) / WS-TP-DATE-COUNT
           IF WS-TP-BASELINE < 1
              MOVE 1 TO WS-TP-FLOOR
           ELSE
              MOVE WS-TP-BASELINE TO WS-TP-FLOOR
           END-IF
           COMPUTE WS-TP-RATIO ROUNDED =
              TP-CUSTOMERS(WS-TP-IND) / WS-TP-FLOOR
           IF WS-TP-RATIO < WS-SPIKE-FACTOR
              EXIT PARAGRAPH
           END-IF
           IF WS-SPK-COUNT >= 50
              DISPLAY 'bob topics: more than 50 spiking terms, '
                 TP-TERM(WS-TP-IND) ' not reported'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPK-COUNT
           MOVE WS-TP-RATIO TO SPK-RATIO(WS-SPK-COUNT)
           MOVE WS-TP-IND TO SPK-TP(WS-SPK-COUNT)
           MOVE WS-TP-BASELINE TO SPK-BASELINE(WS-SPK-COUNT)
           IF WS-TP-RATIO >= WS-SPIKE-CRIT
              MOVE 'Y' TO SPK-CRITICAL(WS-SPK-COUNT)
              ADD 1 TO WS-SPK-CRIT-COUNT
           ELSE
              MOVE 'N' TO SPK-CRITICAL(WS-SPK-COUNT)
           END-IF
       .
       SORT-TOPIC-SPIKES.
           MOVE 'Y' TO WS-SPK-SWAPPED
           PERFORM UNTIL NOT SPK-SWAPPED
              MOVE 'N' TO WS-SPK-SWAPPED
              PERFORM VARYING WS-SPK-IND FROM 1 BY 1
                 UNTIL WS-SPK-IND >= WS-SPK-COUNT
                 IF SPK-RATIO(WS-SPK-IND) <
                    SPK-RATIO(WS-SPK-IND + 1)
                    MOVE WS-SPK-ENTRY(WS-SPK-IND) TO WS-SPK-TEMP-ENTRY
                    MOVE WS-SPK-ENTRY(WS-SPK-IND + 1)
                      TO WS-SPK-ENTRY(WS-SPK-IND)
                    MOVE WS-SPK-TEMP-ENTRY
                      TO WS-SPK-ENTRY(WS-SPK-IND + 1)
                    MOVE 'Y' TO WS-SPK-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       BUILD-TOPIC-SAMPLE-IDS.
           MOVE SPACES TO WS-SPK-IDS
           STRING FUNCTION TRIM(TP-SAMPLE-ID(WS-TP-IND, 1))
                                            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  FUNCTION TRIM(TP-SAMPLE-ID(WS-TP-IND, 2))
                                            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  FUNCTION TRIM(TP-SAMPLE-ID(WS-TP-IND, 3))
                                            DELIMITED BY SIZE
                  INTO WS-SPK-IDS
       .
       WRITE-TOPIC-ALERT.
           MOVE SPK-TP(WS-SPK-IND) TO WS-TP-IND
           MOVE TP-CUSTOMERS(WS-TP-IND) TO WS-SPK-EDIT
           MOVE SPK-RATIO(WS-SPK-IND) TO WS-SPK-RATIO-EDIT
           OPEN EXTEND SUPERVISOR-ALERT-FILE
           IF WS-SUPERVISOR-ALERT-STATUS EQUAL '35'
              OPEN OUTPUT SUPERVISOR-ALERT-FILE
              CLOSE SUPERVISOR-ALERT-FILE
              OPEN EXTEND SUPERVISOR-ALERT-FILE
           END-IF
           MOVE SPACES TO SUPERVISOR-ALERT-REC
           STRING WS-TP-DAY                        DELIMITED BY SIZE
                  ' TOPIC: '                       DELIMITED BY SIZE
                  FUNCTION TRIM(TP-TERM(WS-TP-IND)) DELIMITED BY SIZE
                  ' spiking, '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-EDIT)       DELIMITED BY SIZE
                  ' customers, '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-RATIO-EDIT) DELIMITED BY SIZE
                  'x baseline'                     DELIMITED BY SIZE
                  INTO SUPERVISOR-ALERT-REC
           IF MODE-TOPIC-CHECK
              STRING FUNCTION TRIM(SUPERVISOR-ALERT-REC TRAILING)
                                                DELIMITED BY SIZE
                     ' (intra-day)'             DELIMITED BY SIZE
                     INTO SUPERVISOR-ALERT-REC
           END-IF
           WRITE SUPERVISOR-ALERT-REC
           CLOSE SUPERVISOR-ALERT-FILE
           ADD 1 TO WS-PACK-ALERTS
       .
       WRITE-TOPIC-REPORT.
           OPEN OUTPUT TOPIC-REPORT-FILE
           MOVE SPACES TO TOPIC-REPORT-REC
           STRING 'SPIKING TERMS FOR '           DELIMITED BY SIZE
                  WS-TP-DAY                      DELIMITED BY SIZE
                  INTO TOPIC-REPORT-REC
           IF MODE-TOPIC-CHECK
              STRING FUNCTION TRIM(TOPIC-REPORT-REC TRAILING)
                                                DELIMITED BY SIZE
                     ' (INTRA-DAY)'             DELIMITED BY SIZE
                     INTO TOPIC-REPORT-REC
           END-IF
           WRITE TOPIC-REPORT-REC
           MOVE WS-TOPIC-DAYS TO WS-SPK-EDIT
           MOVE SPACES TO TOPIC-REPORT-REC
           STRING 'Baseline: '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-EDIT)      DELIMITED BY SIZE
                  '-day window, '                 DELIMITED BY SIZE
                  INTO TOPIC-REPORT-REC
           MOVE WS-TP-DATE-COUNT TO WS-SPK-EDIT
           STRING FUNCTION TRIM(TOPIC-REPORT-REC TRAILING)
                                                  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-EDIT)      DELIMITED BY SIZE
                  ' day(s) of history'            DELIMITED BY SIZE
                  INTO TOPIC-REPORT-REC
           WRITE TOPIC-REPORT-REC
           MOVE WS-SPIKE-MIN TO WS-SPK-EDIT
           MOVE WS-SPIKE-FACTOR TO WS-SPK-RATIO-EDIT
           MOVE WS-SPIKE-CRIT TO WS-SPK-BASE-EDIT
           MOVE SPACES TO TOPIC-REPORT-REC
           STRING 'Spike: at least '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-EDIT)       DELIMITED BY SIZE
                  ' customers and '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-RATIO-EDIT) DELIMITED BY SIZE
                  'x baseline; critical at '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPK-BASE-EDIT)  DELIMITED BY SIZE
                  'x'                              DELIMITED BY SIZE
                  INTO TOPIC-REPORT-REC
           WRITE TOPIC-REPORT-REC
           MOVE SPACES TO TOPIC-REPORT-REC
           WRITE TOPIC-REPORT-REC
           EVALUATE TRUE
              WHEN WS-TP-DAY EQUAL SPACES
                 MOVE 'No transcript lines -- nothing to weigh'
                   TO TOPIC-REPORT-REC
                 WRITE TOPIC-REPORT-REC
              WHEN WS-TP-DATE-COUNT < WS-TOPIC-MIN-DAYS
                 MOVE 'Baseline still building -- no spikes judged'
                   TO TOPIC-REPORT-REC
                 WRITE TOPIC-REPORT-REC
              WHEN WS-SPK-COUNT EQUAL 0
                 MOVE 'No spiking terms' TO TOPIC-REPORT-REC
                 WRITE TOPIC-REPORT-REC
              WHEN OTHER
                 MOVE 'TERM                 CUSTOMERS  BASELINE   RATIO
      -          '  SAMPLE CUSTOMERS' TO TOPIC-REPORT-REC
                 WRITE TOPIC-REPORT-REC
                 PERFORM VARYING WS-SPK-IND FROM 1 BY 1
                    UNTIL WS-SPK-IND > WS-SPK-COUNT
                    PERFORM WRITE-TOPIC-SPIKE-LINE
                 END-PERFORM
           END-EVALUATE
           CLOSE TOPIC-REPORT-FILE
       .
       WRITE-TOPIC-SPIKE-LINE.
           MOVE SPK-TP(WS-SPK-IND) TO WS-TP-IND
           PERFORM BUILD-TOPIC-SAMPLE-IDS
           MOVE TP-CUSTOMERS(WS-TP-IND) TO WS-SPK-EDIT
           MOVE SPK-BASELINE(WS-SPK-IND) TO WS-SPK-BASE-EDIT
           MOVE SPK-RATIO(WS-SPK-IND) TO WS-SPK-RATIO-EDIT
           MOVE SPACES TO TOPIC-REPORT-REC
           STRING TP-TERM(WS-TP-IND)     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-SPK-EDIT            DELIMITED BY SIZE
                  '    '                 DELIMITED BY SIZE
                  WS-SPK-BASE-EDIT       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-SPK-RATIO-EDIT      DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-SPK-IDS             DELIMITED BY SIZE
                  INTO TOPIC-REPORT-REC
           IF SPK-CRITICAL(WS-SPK-IND) EQUAL 'Y'
              STRING FUNCTION TRIM(TOPIC-REPORT-REC TRAILING)
                                         DELIMITED BY SIZE
                     '  CRITICAL'        DELIMITED BY SIZE
                     INTO TOPIC-REPORT-REC
           END-IF
           WRITE TOPIC-REPORT-REC
       .
      *// the kept rows plus today's counts replace the
      *// history in one copy back.
       SAVE-TOPIC-HISTORY.
           PERFORM VARYING WS-TP-IND FROM 1 BY 1
              UNTIL WS-TP-IND > WS-TP-COUNT
              MOVE WS-TP-DAY TO TPH-DATE
              MOVE TP-TERM(WS-TP-IND) TO TPH-TERM
              MOVE TP-CUSTOMERS(WS-TP-IND) TO TPH-CUSTOMERS
              MOVE TOPIC-HISTORY-REC TO TOPIC-HISTORY-WORK-REC
              WRITE TOPIC-HISTORY-WORK-REC
           END-PERFORM
           CLOSE TOPIC-HISTORY-WORK-FILE
           OPEN INPUT TOPIC-HISTORY-WORK-FILE
           OPEN OUTPUT TOPIC-HISTORY-FILE
           MOVE 'N' TO WS-EOF-TOPIC-HISTORY
           PERFORM UNTIL END-OF-TOPIC-HISTORY
              READ TOPIC-HISTORY-WORK-FILE
                 AT END MOVE 'Y' TO WS-EOF-TOPIC-HISTORY
                 NOT AT END
                    MOVE TOPIC-HISTORY-WORK-REC TO TOPIC-HISTORY-REC
                    WRITE TOPIC-HISTORY-REC
              END-READ
           END-PERFORM
           CLOSE TOPIC-HISTORY-WORK-FILE
           CLOSE TOPIC-HISTORY-FILE
       .
