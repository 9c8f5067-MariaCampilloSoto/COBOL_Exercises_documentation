           SELECT DELIVERY-VERIFY-FILE
              ASSIGN TO WS-DELIVERY-VERIFY-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// reply correlation: every enciphered outbound
      *// message is registered with its recipient, sequence and
      *// date; the reply-intake mode decodes inbound replies, ties
      *// each to the outbound message it quotes, and reports what
      *// is still awaiting an answer past the response deadline.
           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-OUTBOUND-STATUS.
           SELECT REPLIES-FILE ASSIGN TO WS-REPLIES-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-REPLIES-STATUS.
           SELECT DECODED-REPLIES-FILE
              ASSIGN TO WS-DECODED-REPLIES-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AWAITING-REPORT-FILE
              ASSIGN TO WS-AWAITING-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// cipher-strength analysis: letter frequencies per
      *// key across a period's delivered output, for the security
      *// officer's key-rotation decision.
           SELECT ANALYSIS-REPORT-FILE
              ASSIGN TO WS-ANALYSIS-RPT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
        01 MANIFEST-REC PIC X(60).
       FD DELIVERY-VERIFY-FILE.
        01 DELIVERY-VERIFY-REC PIC X(130).
       FD OUTBOUND-FILE.
        01 OUTBOUND-REC.
         02 OB-RECIPIENT   PIC X(8).
         02 OB-SEQ         PIC 9(4).
         02 OB-SENT-DATE   PIC X(8).
         02 OB-RUN-DATE    PIC X(8).
         02 OB-KEY-ID      PIC X(10).
         02 OB-STATE       PIC X.
           88 OB-AWAITING  VALUE 'O'.
           88 OB-ANSWERED  VALUE 'A'.
         02 OB-REPLY-DATE  PIC X(8).
      *// the reply header quotes the outbound sequence
      *// number being answered; the date picks the decode key.
       FD REPLIES-FILE.
        01 REPLY-REC.
         02 RP-FROM        PIC X(8).
         02 RP-QUOTED-SEQ  PIC X(4).
         02 RP-DATE        PIC X(8).
         02 RP-PHRASE      PIC X(240).
       FD DECODED-REPLIES-FILE.
        01 DECODED-REPLY-REC PIC X(320).
       FD AWAITING-REPORT-FILE.
        01 AWAITING-REPORT-REC PIC X(132).
       FD ANALYSIS-REPORT-FILE.
        01 ANALYSIS-REPORT-REC PIC X(132).
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
      *// widened from X(60) to support longer phrases.
      *// WS-INDEX/WS-INDEX-SPACES widened to 9(03) to match, since
       01 WS-RECIP-IND       PIC 99.
       01 WS-RECIP-CUR       PIC 99 VALUE 0.
       01 WS-RECIP-EDIT      PIC Z(3)9.
      *// REPLY CORRELATION
       01 WS-OUTBOUND-PATH          PIC X(100)
                                     VALUE 'atbash-outbound.dat'.
       01 WS-OUTBOUND-STATUS        PIC XX.
       01 WS-REPLIES-PATH           PIC X(100)
                                     VALUE 'atbash-replies.dat'.
       01 WS-REPLIES-STATUS         PIC XX.
       01 WS-DECODED-REPLIES-PATH   PIC X(100)
                                  VALUE 'atbash-replies-decoded.dat'.
       01 WS-AWAITING-RPT-PATH      PIC X(100)
                                     VALUE 'atbash-awaiting.rpt'.
      *// days a recipient has to answer before the outbound
      *// message shows on the awaiting-reply report
       01 WS-REPLY-DAYS             PIC 9(3) VALUE 14.
       01 WS-OB-TABLE.
         02 WS-OB-ENTRY OCCURS 2000 TIMES.
            03 OBT-RECIPIENT   PIC X(8).
            03 OBT-SEQ         PIC 9(4).
            03 OBT-SENT-DATE   PIC X(8).
            03 OBT-RUN-DATE    PIC X(8).
            03 OBT-KEY-ID      PIC X(10).
            03 OBT-STATE       PIC X.
            03 OBT-REPLY-DATE  PIC X(8).
       01 WS-OB-COUNT               PIC 9(4) VALUE 0.
       01 WS-OB-OVERFLOW            PIC 9(4) VALUE 0.
       01 WS-OB-IND                 PIC 9(4).
       01 WS-OB-CUR                 PIC 9(4).
       01 WS-OB-ANSWERED-HIT        PIC 9(4).
       01 WS-RP-SEQ                 PIC 9(4).
       01 WS-RP-OUTCOME             PIC X(40).
       01 WS-RP-TODAY               PIC X(8).
       01 WS-RP-AGE                 PIC 9(5).
       01 WS-RP-AGE-EDIT            PIC Z(4)9.
       01 WS-RP-SEQ-EDIT            PIC Z(3)9.
       01 WS-RP-MATCHED             PIC 9(4) VALUE 0.
       01 WS-RP-EXCEPTIONS          PIC 9(4) VALUE 0.
       01 WS-RP-OVERDUE             PIC 9(4) VALUE 0.
       01 WS-RP-RECIP-OVERDUE       PIC 9(4).
       01 WS-RP-EDIT                PIC Z(3)9.
       01 WS-EOF-REPLIES            PIC X VALUE 'N'.
         88 END-OF-REPLIES          VALUE 'Y'.
      *// replies that could not be tied to an open outbound
      *// message, held for the report's exception list
       01 WS-RX-TABLE.
         02 WS-RX-ENTRY OCCURS 200 TIMES.
            03 RX-FROM         PIC X(8).
            03 RX-QUOTED       PIC X(4).
            03 RX-DATE         PIC X(8).
            03 RX-OUTCOME      PIC X(40).
       01 WS-RX-COUNT               PIC 999 VALUE 0.
       01 WS-RX-IND                 PIC 999.
      *// CIPHER-STRENGTH ANALYSIS -- one entry per key:
      *// the schedule's keys plus the single-file (or atbash)
      *// default, and any key id met in the output but known to
      *// neither, whose alphabet is then not on hand.
       01 WS-ANALYSIS-RPT-PATH      PIC X(100)
                                     VALUE 'atbash-analysis.rpt'.
       01 WS-ANALYSIS-IN-PATH       PIC X(100) VALUE SPACES.
      *// letters enciphered under one key beyond which the
      *// key is recommended for rotation
       01 WS-FA-CEILING             PIC 9(7) VALUE 2000.
       01 WS-FA-TABLE.
         02 WS-FA-ENTRY OCCURS 25 TIMES.
            03 FA-ID          PIC X(10).
            03 FA-SOURCE      PIC X(30).
            03 FA-ALPHABET    PIC X(26).
            03 FA-MSGS        PIC 9(6).
            03 FA-LETTERS     PIC 9(7).
            03 FA-COUNT       PIC 9(7) OCCURS 26 TIMES.
       01 WS-FA-COUNT               PIC 99 VALUE 0.
       01 WS-FA-CUR                 PIC 99.
       01 WS-FA-IND                 PIC 99.
       01 WS-FA-LETTER-IND          PIC 99.
       01 WS-FA-ROW                 PIC 99.
       01 WS-FA-RANK                PIC 99.
       01 WS-FA-BEST                PIC 99.
       01 WS-FA-POS                 PIC 99.
       01 WS-FA-KEY-ID              PIC X(10).
       01 WS-FA-TEXT                PIC X(240).
       01 WS-FA-TEXT-LEN            PIC 999.
       01 WS-FA-CHIND               PIC 999.
       01 WS-FA-SPACES              PIC 999.
       01 WS-FA-CHAR                PIC X.
       01 WS-FA-FILES               PIC 99 VALUE 0.
      *// letters already given a rank in the guess
       01 WS-FA-RANKED              PIC X(26).
      *// English letters, commonest first: a frequency
      *// attack pairs the commonest cipher letter with 'e', the
      *// next with 't', and so on down.
       01 WS-FA-ENGLISH-ORDER       PIC X(26)
                            VALUE 'etaoinshrdlcumwfgypbvkjxqz'.
       01 WS-FA-GUESS-LINE          PIC X(132).
       01 WS-FA-GUESS-PTR           PIC 999.
       01 WS-FA-PAIR-SUM            PIC 9(14).
       01 WS-FA-PAIRS-POSSIBLE      PIC 9(14).
       01 WS-FA-IOC                 PIC 9V9999.
       01 WS-FA-IOC-EDIT            PIC 9.9999.
       01 WS-FA-RECOVERED           PIC 9(7).
       01 WS-FA-RECOVERED-PCT       PIC 999V9.
       01 WS-FA-PCT                 PIC 999V99.
       01 WS-FA-PCT-EDIT            PIC ZZ9.99.
       01 WS-FA-SHARE-EDIT          PIC ZZ9.9.
       01 WS-FA-COUNT-EDIT          PIC Z(6)9.
       01 WS-FA-COUNT-EDIT2         PIC Z(6)9.
       01 WS-FA-PCT-EDIT2           PIC ZZ9.99.
       01 WS-FA-MSG-EDIT            PIC Z(5)9.
       01 WS-FA-RATING              PIC X(10).
       01 WS-FA-ROTATE-COUNT        PIC 99 VALUE 0.
       01 WS-FA-EDIT                PIC Z9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH PIC X(100)
                              VALUE 'atbash-control.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
      *// BATCH CONTROL
       01 WS-MODE                   PIC X VALUE 'S'.
         88 MODE-SINGLE-MESSAGE     VALUE 'S'.
         88 MODE-BATCH-MESSAGES     VALUE 'B'.
         88 MODE-ROUNDTRIP-CHECK    VALUE 'C'.
         88 MODE-DELIVERY-VERIFY    VALUE 'V'.
         88 MODE-FREQUENCY-ANALYSIS VALUE 'F'.
         88 MODE-REPLY-INTAKE       VALUE 'R'.
       01 WS-MESSAGES-FILE-PATH     PIC X(100)
                                     VALUE 'atbash-messages.dat'.
       01 WS-CIPHER-OUTPUT-PATH     PIC X(100)
                 PERFORM RUN-ROUNDTRIP-CHECK
              WHEN MODE-DELIVERY-VERIFY
                 PERFORM RUN-DELIVERY-VERIFY
              WHEN MODE-FREQUENCY-ANALYSIS
                 PERFORM RUN-FREQUENCY-ANALYSIS
              WHEN MODE-REPLY-INTAKE
                 PERFORM RUN-REPLY-INTAKE
              WHEN OTHER
                 PERFORM ENCODE
           END-EVALUATE
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'C' OR 'V'
                    OR 'F' OR 'R'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'atbash run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S B C V F R), '
                       'entry ignored'
                 END-IF
              WHEN 'MESSAGES'
                 MOVE RCTL-VALUE TO WS-MANIFEST-PATH
              WHEN 'VERIFY-RECIP'
                 MOVE RCTL-VALUE(1:8) TO WS-VERIFY-RECIP
              WHEN 'ANALYSIS-RPT'
                 MOVE RCTL-VALUE TO WS-ANALYSIS-RPT-PATH
              WHEN 'ANALYSIS-IN'
                 MOVE RCTL-VALUE TO WS-ANALYSIS-IN-PATH
              WHEN 'OUTBOUND'
                 MOVE RCTL-VALUE TO WS-OUTBOUND-PATH
              WHEN 'REPLIES'
                 MOVE RCTL-VALUE TO WS-REPLIES-PATH
              WHEN 'DECODED'
                 MOVE RCTL-VALUE TO WS-DECODED-REPLIES-PATH
              WHEN 'AWAITING-RPT'
                 MOVE RCTL-VALUE TO WS-AWAITING-RPT-PATH
              WHEN 'REPLY-DAYS'
                 IF FUNCTION TRIM(RCTL-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-REPLY-DAYS
                 ELSE
                    DISPLAY 'atbash run-control: bad REPLY-DAYS '''
                       FUNCTION TRIM(RCTL-VALUE) ''', entry ignored'
                 END-IF
              WHEN 'TRAFFIC-CEIL'
                 IF FUNCTION TRIM(RCTL-VALUE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-FA-CEILING
                 ELSE
                    DISPLAY 'atbash run-control: bad TRAFFIC-CEIL '''
                       FUNCTION TRIM(RCTL-VALUE) ''', entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           PERFORM LOAD-KEY-SCHEDULE
           OPEN INPUT MESSAGES-FILE
           OPEN OUTPUT OVERFLOW-FILE
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS EQUAL '35'
              OPEN OUTPUT OUTBOUND-FILE
              CLOSE OUTBOUND-FILE
              OPEN EXTEND OUTBOUND-FILE
           END-IF
      *// reserve the UNKNOWN bucket up front -- blank
      *// addressees and any recipients past the table's capacity
      *// land here instead of in an untracked file.
           END-PERFORM
           CLOSE MESSAGES-FILE
           CLOSE OVERFLOW-FILE
           CLOSE OUTBOUND-FILE
           PERFORM WRITE-RUN-MANIFEST
           COMPUTE WS-JH-WRITTEN = WS-JH-READ - WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
                 PERFORM ENCODE
              END-IF
              PERFORM WRITE-CIPHER-OUTPUT
              IF MSG-DIRECTION NOT EQUAL 'D'
              AND MSG-DIRECTION NOT EQUAL 'd'
                 PERFORM REGISTER-OUTBOUND-MESSAGE
              END-IF
           END-IF
       .
      *// an enciphered message now awaits its recipient's
      *// reply, under the sequence number stamped on it.
       REGISTER-OUTBOUND-MESSAGE.
           MOVE SPACES TO OUTBOUND-REC
           MOVE WS-RECIPIENT TO OB-RECIPIENT
           MOVE WS-SEQ-OUT TO OB-SEQ
           MOVE WS-MSG-DATE TO OB-SENT-DATE
           MOVE WS-BATCH-DATE TO OB-RUN-DATE
           MOVE WS-KEY-ID TO OB-KEY-ID
           SET OB-AWAITING TO TRUE
           WRITE OUTBOUND-REC
       .
      *// the schedule's keys, each validated the way the
      *// single key file is -- a bad alphabet is skipped loudly
      *// rather than encipher something that cannot decode.
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'ATBASH' TO JH-PROGRAM
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
           END-IF
           WRITE DELIVERY-VERIFY-REC
       .
      *// cipher-strength analysis of a period's delivered
      *// output: every recipient file on the run manifest (or the
      *// one file named as ANALYSIS-IN) is read back, and the
      *// enciphered letters are tallied under the key id stamped on
      *// each line.  Per key the report gives the traffic, the
      *// letter frequencies, the index of coincidence and the
      *// mapping a frequency attack would guess, then a rating and
      *// a rotation recommendation against the traffic ceiling.
       RUN-FREQUENCY-ANALYSIS.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-ANALYSIS-KEYS
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           MOVE 'CIPHER-STRENGTH ANALYSIS BY KEY'
             TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           IF WS-ANALYSIS-IN-PATH NOT EQUAL SPACES
              MOVE WS-ANALYSIS-IN-PATH TO WS-CIPHER-OUTPUT-PATH
              PERFORM ANALYSE-CIPHER-FILE
           ELSE
              PERFORM ANALYSE-MANIFEST-FILES
           END-IF
           IF WS-FA-FILES EQUAL 0
              MOVE '(no delivered output found to analyse)'
                TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              CLOSE ANALYSIS-REPORT-FILE
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           PERFORM VARYING WS-FA-CUR FROM 1 BY 1
              UNTIL WS-FA-CUR > WS-FA-COUNT
              PERFORM WRITE-KEY-ANALYSIS
           END-PERFORM
           MOVE SPACES TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE WS-FA-ROTATE-COUNT TO WS-FA-EDIT
           MOVE WS-FA-CEILING TO WS-FA-COUNT-EDIT
           STRING 'Keys to rotate: '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FA-EDIT)         DELIMITED BY SIZE
                  ' (traffic ceiling '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FA-COUNT-EDIT)   DELIMITED BY SIZE
                  ' letters per key)'               DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           CLOSE ANALYSIS-REPORT-FILE
           MOVE WS-FA-COUNT TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the default key first, then every valid schedule
      *// key, each with its alphabet so the attack's guess can be
      *// scored against the truth.
       LOAD-ANALYSIS-KEYS.
           MOVE 0 TO WS-FA-COUNT
           IF NOT CIPHER-KEY-LOADED
              PERFORM LOAD-CIPHER-KEY
           END-IF
           MOVE WS-KEY-ID TO WS-FA-KEY-ID
           PERFORM ADD-ANALYSIS-KEY
           MOVE 'default key' TO FA-SOURCE(WS-FA-CUR)
           MOVE WS-CIPHER-ALPHABET(1:26) TO FA-ALPHABET(WS-FA-CUR)
           PERFORM LOAD-KEY-SCHEDULE
           PERFORM VARYING WS-KS-IND FROM 1 BY 1
              UNTIL WS-KS-IND > WS-KS-COUNT
              MOVE KSE-ID(WS-KS-IND) TO WS-FA-KEY-ID
              PERFORM FIND-ANALYSIS-KEY
              IF WS-FA-CUR EQUAL 0
                 PERFORM ADD-ANALYSIS-KEY
              END-IF
              IF WS-FA-CUR > 0
                 MOVE SPACES TO FA-SOURCE(WS-FA-CUR)
                 STRING 'schedule, from '           DELIMITED BY SIZE
                        KSE-FROM(WS-KS-IND)         DELIMITED BY SIZE
                        INTO FA-SOURCE(WS-FA-CUR)
                 MOVE KSE-ALPHABET(WS-KS-IND) TO FA-ALPHABET(WS-FA-CUR)
              END-IF
           END-PERFORM
       .
       FIND-ANALYSIS-KEY.
           MOVE 0 TO WS-FA-CUR
           PERFORM VARYING WS-FA-IND FROM 1 BY 1
              UNTIL WS-FA-IND > WS-FA-COUNT
              IF FA-ID(WS-FA-IND) EQUAL WS-FA-KEY-ID
                 MOVE WS-FA-IND TO WS-FA-CUR
                 MOVE WS-FA-COUNT TO WS-FA-IND
              END-IF
           END-PERFORM
       .
       ADD-ANALYSIS-KEY.
           MOVE 0 TO WS-FA-CUR
           IF WS-FA-COUNT < 25
              ADD 1 TO WS-FA-COUNT
              MOVE WS-FA-COUNT TO WS-FA-CUR
              INITIALIZE WS-FA-ENTRY(WS-FA-CUR)
              MOVE WS-FA-KEY-ID TO FA-ID(WS-FA-CUR)
              MOVE 'not on schedule' TO FA-SOURCE(WS-FA-CUR)
           END-IF
       .
      *// recipients come off the manifest's per-recipient
      *// lines; each one's delivered file is read in turn.
       ANALYSE-MANIFEST-FILES.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT EQUAL '00'
              MOVE '(no manifest on hand)' TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECIP-COUNT
           MOVE 'N' TO WS-EOF-VERIFY
           PERFORM UNTIL END-OF-VERIFY
              READ MANIFEST-FILE
                 AT END MOVE 'Y' TO WS-EOF-VERIFY
                 NOT AT END
                    IF MANIFEST-REC(9:6) EQUAL ' msgs='
                    AND WS-RECIP-COUNT < 50
                       ADD 1 TO WS-RECIP-COUNT
                       MOVE MANIFEST-REC(1:8)
                         TO RC-CODE(WS-RECIP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           PERFORM VARYING WS-RECIP-IND FROM 1 BY 1
              UNTIL WS-RECIP-IND > WS-RECIP-COUNT
              MOVE SPACES TO WS-CIPHER-OUTPUT-PATH
              STRING 'atbash-out-'               DELIMITED BY SIZE
                     FUNCTION LOWER-CASE(
                        FUNCTION TRIM(RC-CODE(WS-RECIP-IND)))
                                                 DELIMITED BY SIZE
                     '.dat'                      DELIMITED BY SIZE
                     INTO WS-CIPHER-OUTPUT-PATH
              PERFORM ANALYSE-CIPHER-FILE
           END-PERFORM
       .
       ANALYSE-CIPHER-FILE.
           OPEN INPUT CIPHER-OUTPUT-FILE
           IF WS-CIPHER-OUTPUT-STATUS NOT EQUAL '00'
              MOVE SPACES TO ANALYSIS-REPORT-REC
              STRING '('                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CIPHER-OUTPUT-PATH)
                                                 DELIMITED BY SIZE
                     ' missing, not analysed)'   DELIMITED BY SIZE
                     INTO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FA-FILES
           MOVE 'N' TO WS-EOF-VERIFY
           PERFORM UNTIL END-OF-VERIFY
              READ CIPHER-OUTPUT-FILE
                 AT END MOVE 'Y' TO WS-EOF-VERIFY
                 NOT AT END
                    IF CIPHER-OUTPUT-REC(1:4) EQUAL 'SEQ '
                       ADD 1 TO WS-JH-READ
                       PERFORM ANALYSE-CIPHER-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CIPHER-OUTPUT-FILE
       .
      *// a line reads SEQ nnnn CHK nnnn [KEYID] text.  Only
      *// enciphered text is counted: it is written in five-letter
      *// groups, while a decode's plaintext has its spaces taken
      *// out, so a result longer than one group with no gap in it
      *// is plaintext and passes by.
       ANALYSE-CIPHER-LINE.
           IF CIPHER-OUTPUT-REC(19:1) NOT EQUAL '['
              ADD 1 TO WS-JH-REJECTS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FA-KEY-ID
           MOVE SPACES TO WS-FA-TEXT
           UNSTRING CIPHER-OUTPUT-REC(20:) DELIMITED BY '] '
              INTO WS-FA-KEY-ID WS-FA-TEXT
           END-UNSTRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FA-TEXT))
             TO WS-FA-TEXT-LEN
           MOVE 0 TO WS-FA-SPACES
           INSPECT WS-FA-TEXT(1:WS-FA-TEXT-LEN)
              TALLYING WS-FA-SPACES FOR ALL ' '
           IF WS-FA-TEXT-LEN > 5 AND WS-FA-SPACES EQUAL 0
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ANALYSIS-KEY
           IF WS-FA-CUR EQUAL 0
              PERFORM ADD-ANALYSIS-KEY
              IF WS-FA-CUR EQUAL 0
                 ADD 1 TO WS-JH-REJECTS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO FA-MSGS(WS-FA-CUR)
           PERFORM VARYING WS-FA-CHIND FROM 1 BY 1
              UNTIL WS-FA-CHIND > WS-FA-TEXT-LEN
              MOVE WS-FA-TEXT(WS-FA-CHIND:1) TO WS-FA-CHAR
              IF WS-FA-CHAR >= 'a' AND WS-FA-CHAR <= 'z'
                 MOVE 0 TO WS-FA-POS
                 INSPECT WS-PLAIN-ALPHABET(1:26) TALLYING WS-FA-POS
                    FOR CHARACTERS BEFORE INITIAL WS-FA-CHAR
                 ADD 1 TO WS-FA-POS
                 ADD 1 TO FA-COUNT(WS-FA-CUR, WS-FA-POS)
                 ADD 1 TO FA-LETTERS(WS-FA-CUR)
              END-IF
           END-PERFORM
       .
      *// one key's section of the report.
       WRITE-KEY-ANALYSIS.
           MOVE SPACES TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           MOVE SPACES TO ANALYSIS-REPORT-REC
           STRING 'KEY '                            DELIMITED BY SIZE
                  FUNCTION TRIM(FA-ID(WS-FA-CUR))   DELIMITED BY SIZE
                  ' ('                              DELIMITED BY SIZE
                  FUNCTION TRIM(FA-SOURCE(WS-FA-CUR))
                                                    DELIMITED BY SIZE
                  ')'                               DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE FA-MSGS(WS-FA-CUR) TO WS-FA-MSG-EDIT
           MOVE FA-LETTERS(WS-FA-CUR) TO WS-FA-COUNT-EDIT
           STRING '  Traffic: '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FA-MSG-EDIT)     DELIMITED BY SIZE
                  ' message(s), '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FA-COUNT-EDIT)   DELIMITED BY SIZE
                  ' letters enciphered'             DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           IF FA-LETTERS(WS-FA-CUR) EQUAL 0
              MOVE '  (no enciphered traffic this period)'
                TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           MOVE '  Ciphertext letter frequencies:'
             TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           PERFORM VARYING WS-FA-ROW FROM 1 BY 1
              UNTIL WS-FA-ROW > 13
              PERFORM WRITE-FREQUENCY-ROW
           END-PERFORM
      *// index of coincidence: the chance two letters drawn
      *// at random match.  A simple substitution keeps the
      *// plaintext's value -- about 0.066 for English -- where an
      *// even spread would give 0.038.
           MOVE 0 TO WS-FA-PAIR-SUM
           PERFORM VARYING WS-FA-LETTER-IND FROM 1 BY 1
              UNTIL WS-FA-LETTER-IND > 26
              COMPUTE WS-FA-PAIR-SUM = WS-FA-PAIR-SUM
                 + FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND)
                 * (FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND) - 1)
           END-PERFORM
           MOVE 0 TO WS-FA-IOC
           IF FA-LETTERS(WS-FA-CUR) > 1
              COMPUTE WS-FA-PAIRS-POSSIBLE = FA-LETTERS(WS-FA-CUR)
                 * (FA-LETTERS(WS-FA-CUR) - 1)
              COMPUTE WS-FA-IOC ROUNDED =
                 WS-FA-PAIR-SUM / WS-FA-PAIRS-POSSIBLE
           END-IF
           MOVE WS-FA-IOC TO WS-FA-IOC-EDIT
           MOVE SPACES TO ANALYSIS-REPORT-REC
           STRING '  Index of coincidence: '        DELIMITED BY SIZE
                  WS-FA-IOC-EDIT                    DELIMITED BY SIZE
                  ' (English text about 0.066, even spread 0.038)'
                                                    DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           PERFORM GUESS-FREQUENCY-MAPPING
           PERFORM RATE-ANALYSED-KEY
       .
      *// letters a-m down the left, n-z down the right
       WRITE-FREQUENCY-ROW.
           MOVE FA-COUNT(WS-FA-CUR, WS-FA-ROW) TO WS-FA-COUNT-EDIT
           COMPUTE WS-FA-PCT ROUNDED =
              FA-COUNT(WS-FA-CUR, WS-FA-ROW) * 100
              / FA-LETTERS(WS-FA-CUR)
           MOVE WS-FA-PCT TO WS-FA-PCT-EDIT
           COMPUTE WS-FA-LETTER-IND = WS-FA-ROW + 13
           MOVE FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND)
             TO WS-FA-COUNT-EDIT2
           COMPUTE WS-FA-PCT ROUNDED =
              FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND) * 100
              / FA-LETTERS(WS-FA-CUR)
           MOVE WS-FA-PCT TO WS-FA-PCT-EDIT2
           MOVE SPACES TO ANALYSIS-REPORT-REC
           STRING '    '                            DELIMITED BY SIZE
                  WS-PLAIN-ALPHABET(WS-FA-ROW:1)    DELIMITED BY SIZE
                  WS-FA-COUNT-EDIT                  DELIMITED BY SIZE
                  WS-FA-PCT-EDIT                    DELIMITED BY SIZE
                  '%        '                       DELIMITED BY SIZE
                  WS-PLAIN-ALPHABET(WS-FA-LETTER-IND:1)
                                                    DELIMITED BY SIZE
                  WS-FA-COUNT-EDIT2                 DELIMITED BY SIZE
                  WS-FA-PCT-EDIT2                   DELIMITED BY SIZE
                  '%'                               DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
       .
      *// rank the cipher letters seen, commonest first, and
      *// pair each with the English letter of the same rank.  Where
      *// the key's alphabet is on hand the guess is scored: the
      *// share of enciphered letters it would read correctly.
       GUESS-FREQUENCY-MAPPING.
           MOVE SPACES TO WS-FA-RANKED
           MOVE 0 TO WS-FA-RECOVERED
           MOVE SPACES TO WS-FA-GUESS-LINE
           MOVE 1 TO WS-FA-GUESS-PTR
           STRING '  Frequency-attack guess (cipher>plain):'
                                                    DELIMITED BY SIZE
              INTO WS-FA-GUESS-LINE WITH POINTER WS-FA-GUESS-PTR
           PERFORM VARYING WS-FA-RANK FROM 1 BY 1
              UNTIL WS-FA-RANK > 26
              MOVE 0 TO WS-FA-BEST
              PERFORM VARYING WS-FA-LETTER-IND FROM 1 BY 1
                 UNTIL WS-FA-LETTER-IND > 26
                 IF WS-FA-RANKED(WS-FA-LETTER-IND:1) EQUAL SPACE
                 AND FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND) > 0
                    IF WS-FA-BEST EQUAL 0
                       MOVE WS-FA-LETTER-IND TO WS-FA-BEST
                    ELSE
                       IF FA-COUNT(WS-FA-CUR, WS-FA-LETTER-IND)
                          > FA-COUNT(WS-FA-CUR, WS-FA-BEST)
                          MOVE WS-FA-LETTER-IND TO WS-FA-BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-FA-BEST EQUAL 0
                 MOVE 26 TO WS-FA-RANK
              ELSE
                 MOVE 'Y' TO WS-FA-RANKED(WS-FA-BEST:1)
                 PERFORM SCORE-GUESSED-LETTER
              END-IF
           END-PERFORM
           MOVE WS-FA-GUESS-LINE TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
       .
      *// the guess for this rank joins the report line, a
      *// fresh line starting when the current one fills; the guess
      *// is right when the key enciphers its plain letter to it.
       SCORE-GUESSED-LETTER.
           IF WS-FA-GUESS-PTR > 120
              MOVE WS-FA-GUESS-LINE TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              MOVE SPACES TO WS-FA-GUESS-LINE
              MOVE 41 TO WS-FA-GUESS-PTR
           END-IF
           STRING ' '                               DELIMITED BY SIZE
                  WS-PLAIN-ALPHABET(WS-FA-BEST:1)   DELIMITED BY SIZE
                  '>'                               DELIMITED BY SIZE
                  WS-FA-ENGLISH-ORDER(WS-FA-RANK:1) DELIMITED BY SIZE
              INTO WS-FA-GUESS-LINE WITH POINTER WS-FA-GUESS-PTR
           IF FA-ALPHABET(WS-FA-CUR) NOT EQUAL SPACES
              MOVE 0 TO WS-FA-POS
              INSPECT WS-PLAIN-ALPHABET(1:26) TALLYING WS-FA-POS
                 FOR CHARACTERS BEFORE INITIAL
                    WS-FA-ENGLISH-ORDER(WS-FA-RANK:1)
              ADD 1 TO WS-FA-POS
              IF FA-ALPHABET(WS-FA-CUR)(WS-FA-POS:1)
                 EQUAL WS-PLAIN-ALPHABET(WS-FA-BEST:1)
                 ADD FA-COUNT(WS-FA-CUR, WS-FA-BEST)
                   TO WS-FA-RECOVERED
              END-IF
           END-IF
       .
      *// rating: with the alphabet on hand, by how much of
      *// the traffic the guess alone reads -- half or more is WEAK,
      *// a fifth or more MODERATE; without it, by volume and an
      *// English-like coincidence index.  Any key past the traffic
      *// ceiling is to be rotated whatever its rating.
       RATE-ANALYSED-KEY.
           IF FA-ALPHABET(WS-FA-CUR) NOT EQUAL SPACES
              COMPUTE WS-FA-RECOVERED-PCT ROUNDED =
                 WS-FA-RECOVERED * 100 / FA-LETTERS(WS-FA-CUR)
              MOVE WS-FA-RECOVERED-PCT TO WS-FA-SHARE-EDIT
              MOVE SPACES TO ANALYSIS-REPORT-REC
              STRING '  Letters the guess reads correctly: '
                                                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FA-SHARE-EDIT)
                                                    DELIMITED BY SIZE
                     '%'                            DELIMITED BY SIZE
                     INTO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              EVALUATE TRUE
                 WHEN WS-FA-RECOVERED-PCT >= 50
                    MOVE 'WEAK' TO WS-FA-RATING
                 WHEN WS-FA-RECOVERED-PCT >= 20
                    MOVE 'MODERATE' TO WS-FA-RATING
                 WHEN OTHER
                    MOVE 'RESISTANT' TO WS-FA-RATING
              END-EVALUATE
           ELSE
              MOVE '  (key alphabet not on hand, guess not scored)'
                TO ANALYSIS-REPORT-REC
              WRITE ANALYSIS-REPORT-REC
              EVALUATE TRUE
                 WHEN FA-LETTERS(WS-FA-CUR) >= 200
                  AND WS-FA-IOC >= 0.055
                    MOVE 'WEAK' TO WS-FA-RATING
                 WHEN FA-LETTERS(WS-FA-CUR) >= 50
                    MOVE 'MODERATE' TO WS-FA-RATING
                 WHEN OTHER
                    MOVE 'RESISTANT' TO WS-FA-RATING
              END-EVALUATE
           END-IF
           MOVE SPACES TO ANALYSIS-REPORT-REC
           STRING '  Rating: '                      DELIMITED BY SIZE
                  WS-FA-RATING                      DELIMITED BY SIZE
                  INTO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC
           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE WS-FA-CEILING TO WS-FA-COUNT-EDIT
           IF FA-LETTERS(WS-FA-CUR) > WS-FA-CEILING
              ADD 1 TO WS-FA-ROTATE-COUNT
              STRING '  Recommendation: ROTATE -- traffic over the '
                                                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FA-COUNT-EDIT)
                                                    DELIMITED BY SIZE
                     '-letter ceiling'              DELIMITED BY SIZE
                     INTO ANALYSIS-REPORT-REC
           ELSE
              STRING '  Recommendation: keep -- within the '
                                                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FA-COUNT-EDIT)
                                                    DELIMITED BY SIZE
                     '-letter ceiling'              DELIMITED BY SIZE
                     INTO ANALYSIS-REPORT-REC
           END-IF
           WRITE ANALYSIS-REPORT-REC
       .
      *// reply intake: decode each inbound reply under the
      *// key in force on its date, tie it to the outbound message
      *// whose sequence number it quotes, and mark that message
      *// answered.  Sequence numbers restart with each batch run, so
      *// the quote is matched to the recipient's latest message
      *// under that number sent on or before the reply's date.
       RUN-REPLY-INTAKE.
           PERFORM WRITE-JOB-START
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           MOVE WS-BATCH-DATE TO WS-RP-TODAY
           IF NOT CIPHER-KEY-LOADED
              PERFORM LOAD-CIPHER-KEY
           END-IF
           PERFORM LOAD-KEY-SCHEDULE
           PERFORM LOAD-OUTBOUND-REGISTER
      *// a register only partly in memory cannot be written
      *// back without losing the rest of it.
           IF WS-OB-OVERFLOW > 0
              DISPLAY 'atbash reply intake: outbound register over '
                 'capacity, nothing applied'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN INPUT REPLIES-FILE
           IF WS-REPLIES-STATUS NOT EQUAL '00'
              DISPLAY 'atbash reply intake: no replies file on hand'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT DECODED-REPLIES-FILE
           MOVE 'N' TO WS-EOF-REPLIES
           PERFORM UNTIL END-OF-REPLIES
              READ REPLIES-FILE
                 AT END MOVE 'Y' TO WS-EOF-REPLIES
                 NOT AT END PERFORM TAKE-IN-ONE-REPLY
              END-READ
           END-PERFORM
           CLOSE REPLIES-FILE
           CLOSE DECODED-REPLIES-FILE
           OPEN OUTPUT OUTBOUND-FILE
           PERFORM VARYING WS-OB-IND FROM 1 BY 1
              UNTIL WS-OB-IND > WS-OB-COUNT
              MOVE WS-OB-ENTRY(WS-OB-IND) TO OUTBOUND-REC
              WRITE OUTBOUND-REC
           END-PERFORM
           CLOSE OUTBOUND-FILE
           PERFORM WRITE-AWAITING-REPORT
           MOVE WS-RP-MATCHED TO WS-JH-WRITTEN
           MOVE WS-RP-EXCEPTIONS TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       LOAD-OUTBOUND-REGISTER.
           MOVE 0 TO WS-OB-COUNT
           MOVE 0 TO WS-OB-OVERFLOW
           OPEN INPUT OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS EQUAL '00'
              PERFORM UNTIL WS-OUTBOUND-STATUS NOT EQUAL '00'
                 READ OUTBOUND-FILE
                    AT END MOVE '10' TO WS-OUTBOUND-STATUS
                    NOT AT END
                       IF WS-OB-COUNT < 2000
                          ADD 1 TO WS-OB-COUNT
                          MOVE OUTBOUND-REC
                            TO WS-OB-ENTRY(WS-OB-COUNT)
                       ELSE
                          ADD 1 TO WS-OB-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTBOUND-FILE
           END-IF
       .
       TAKE-IN-ONE-REPLY.
           ADD 1 TO WS-JH-READ
           IF RP-DATE IS NUMERIC
              MOVE RP-DATE TO WS-MSG-DATE
           ELSE
              MOVE WS-BATCH-DATE TO WS-MSG-DATE
           END-IF
           PERFORM SELECT-KEY-FOR-DATE
           MOVE SPACES TO WS-PHRASE
           MOVE RP-PHRASE TO WS-PHRASE
           PERFORM DECODE
           PERFORM MATCH-REPLY-TO-OUTBOUND
           MOVE SPACES TO DECODED-REPLY-REC
           STRING 'FROM '                        DELIMITED BY SIZE
                  RP-FROM                        DELIMITED BY SIZE
                  ' RE SEQ '                     DELIMITED BY SIZE
                  RP-QUOTED-SEQ                  DELIMITED BY SIZE
                  ' DATED '                      DELIMITED BY SIZE
                  WS-MSG-DATE                    DELIMITED BY SIZE
                  ' ['                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-ID)       DELIMITED BY SIZE
                  '] '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-OUTCOME)   DELIMITED BY SIZE
                  ': '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT)       DELIMITED BY SIZE
                  INTO DECODED-REPLY-REC
           WRITE DECODED-REPLY-REC
       .
      *// prefer the latest message still awaiting a reply;
      *// failing that, an answered one means the quote is a repeat.
       MATCH-REPLY-TO-OUTBOUND.
           MOVE 0 TO WS-OB-CUR
           MOVE 0 TO WS-OB-ANSWERED-HIT
           IF RP-QUOTED-SEQ IS NUMERIC
              MOVE RP-QUOTED-SEQ TO WS-RP-SEQ
              PERFORM VARYING WS-OB-IND FROM 1 BY 1
                 UNTIL WS-OB-IND > WS-OB-COUNT
                 IF OBT-RECIPIENT(WS-OB-IND) EQUAL RP-FROM
                 AND OBT-SEQ(WS-OB-IND) EQUAL WS-RP-SEQ
                 AND OBT-SENT-DATE(WS-OB-IND) <= WS-MSG-DATE
                    IF OBT-STATE(WS-OB-IND) EQUAL 'O'
                       IF WS-OB-CUR EQUAL 0
                       OR OBT-SENT-DATE(WS-OB-IND)
                          NOT < OBT-SENT-DATE(WS-OB-CUR)
                          MOVE WS-OB-IND TO WS-OB-CUR
                       END-IF
                    ELSE
                       MOVE WS-OB-IND TO WS-OB-ANSWERED-HIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN WS-OB-CUR > 0
                 MOVE 'A' TO OBT-STATE(WS-OB-CUR)
                 MOVE WS-MSG-DATE TO OBT-REPLY-DATE(WS-OB-CUR)
                 ADD 1 TO WS-RP-MATCHED
                 MOVE SPACES TO WS-RP-OUTCOME
                 STRING 'answers message sent '  DELIMITED BY SIZE
                        OBT-SENT-DATE(WS-OB-CUR) DELIMITED BY SIZE
                        INTO WS-RP-OUTCOME
              WHEN WS-OB-ANSWERED-HIT > 0
                 MOVE 'ALREADY ANSWERED SEQUENCE' TO WS-RP-OUTCOME
                 PERFORM HOLD-REPLY-EXCEPTION
              WHEN OTHER
                 MOVE 'UNKNOWN SEQUENCE' TO WS-RP-OUTCOME
                 PERFORM HOLD-REPLY-EXCEPTION
           END-EVALUATE
       .
       HOLD-REPLY-EXCEPTION.
           ADD 1 TO WS-RP-EXCEPTIONS
           IF WS-RX-COUNT < 200
              ADD 1 TO WS-RX-COUNT
              MOVE RP-FROM TO RX-FROM(WS-RX-COUNT)
              MOVE RP-QUOTED-SEQ TO RX-QUOTED(WS-RX-COUNT)
              MOVE WS-MSG-DATE TO RX-DATE(WS-RX-COUNT)
              MOVE WS-RP-OUTCOME TO RX-OUTCOME(WS-RX-COUNT)
           END-IF
       .
      *// per recipient, every outbound message still
      *// unanswered past the response deadline, then the replies
      *// that quoted nothing open to answer.
       WRITE-AWAITING-REPORT.
           OPEN OUTPUT AWAITING-REPORT-FILE
           MOVE SPACES TO AWAITING-REPORT-REC
           MOVE WS-REPLY-DAYS TO WS-RP-EDIT
           STRING 'OUTBOUND MESSAGES AWAITING REPLY - '
                                                 DELIMITED BY SIZE
                  WS-RP-TODAY                    DELIMITED BY SIZE
                  ' (deadline '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-EDIT)      DELIMITED BY SIZE
                  ' days)'                       DELIMITED BY SIZE
                  INTO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
      *// recipients in order of their first registered
      *// message, each listed once
           MOVE 0 TO WS-RECIP-COUNT
           PERFORM VARYING WS-OB-IND FROM 1 BY 1
              UNTIL WS-OB-IND > WS-OB-COUNT
              MOVE OBT-RECIPIENT(WS-OB-IND) TO WS-RECIPIENT
              PERFORM FIND-RECIPIENT-ENTRY
              IF WS-RECIP-CUR EQUAL 0 AND WS-RECIP-COUNT < 50
                 ADD 1 TO WS-RECIP-COUNT
                 MOVE WS-RECIPIENT TO RC-CODE(WS-RECIP-COUNT)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-RECIP-IND FROM 1 BY 1
              UNTIL WS-RECIP-IND > WS-RECIP-COUNT
              PERFORM WRITE-RECIPIENT-AWAITING
           END-PERFORM
           MOVE SPACES TO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           MOVE 'REPLIES NOT MATCHED TO AN OPEN OUTBOUND MESSAGE'
             TO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           IF WS-RX-COUNT EQUAL 0
              MOVE '  (none)' TO AWAITING-REPORT-REC
              WRITE AWAITING-REPORT-REC
           END-IF
           PERFORM VARYING WS-RX-IND FROM 1 BY 1
              UNTIL WS-RX-IND > WS-RX-COUNT
              MOVE SPACES TO AWAITING-REPORT-REC
              STRING '  '                        DELIMITED BY SIZE
                     RX-FROM(WS-RX-IND)          DELIMITED BY SIZE
                     ' quoted seq '              DELIMITED BY SIZE
                     RX-QUOTED(WS-RX-IND)        DELIMITED BY SIZE
                     ' dated '                   DELIMITED BY SIZE
                     RX-DATE(WS-RX-IND)          DELIMITED BY SIZE
                     ' -- '                      DELIMITED BY SIZE
                     FUNCTION TRIM(RX-OUTCOME(WS-RX-IND))
                                                 DELIMITED BY SIZE
                     INTO AWAITING-REPORT-REC
              WRITE AWAITING-REPORT-REC
           END-PERFORM
           MOVE SPACES TO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           MOVE SPACES TO AWAITING-REPORT-REC
           MOVE WS-RP-MATCHED TO WS-RP-EDIT
           STRING 'Replies matched: '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-EDIT)      DELIMITED BY SIZE
                  INTO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           MOVE SPACES TO AWAITING-REPORT-REC
           MOVE WS-RP-EXCEPTIONS TO WS-RP-EDIT
           STRING 'Replies not matched: '        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-EDIT)      DELIMITED BY SIZE
                  INTO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           MOVE SPACES TO AWAITING-REPORT-REC
           MOVE WS-RP-OVERDUE TO WS-RP-EDIT
           STRING 'Outbound messages overdue a reply: '
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-EDIT)      DELIMITED BY SIZE
                  INTO AWAITING-REPORT-REC
           WRITE AWAITING-REPORT-REC
           CLOSE AWAITING-REPORT-FILE
       .
       WRITE-RECIPIENT-AWAITING.
           MOVE 0 TO WS-RP-RECIP-OVERDUE
           PERFORM VARYING WS-OB-IND FROM 1 BY 1
              UNTIL WS-OB-IND > WS-OB-COUNT
              IF OBT-RECIPIENT(WS-OB-IND) EQUAL RC-CODE(WS-RECIP-IND)
              AND OBT-STATE(WS-OB-IND) EQUAL 'O'
                 MOVE 0 TO WS-RP-AGE
                 IF OBT-SENT-DATE(WS-OB-IND) IS NUMERIC
                 AND OBT-SENT-DATE(WS-OB-IND) <= WS-RP-TODAY
                    COMPUTE WS-RP-AGE =
                       FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-RP-TODAY))
                     - FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(OBT-SENT-DATE(WS-OB-IND)))
                 END-IF
                 IF WS-RP-AGE > WS-REPLY-DAYS
                    IF WS-RP-RECIP-OVERDUE EQUAL 0
                       MOVE SPACES TO AWAITING-REPORT-REC
                       WRITE AWAITING-REPORT-REC
                       MOVE RC-CODE(WS-RECIP-IND)
                         TO AWAITING-REPORT-REC
                       WRITE AWAITING-REPORT-REC
                    END-IF
                    ADD 1 TO WS-RP-RECIP-OVERDUE
                    ADD 1 TO WS-RP-OVERDUE
                    MOVE OBT-SEQ(WS-OB-IND) TO WS-RP-SEQ-EDIT
                    MOVE WS-RP-AGE TO WS-RP-AGE-EDIT
                    MOVE SPACES TO AWAITING-REPORT-REC
                    STRING '  seq '              DELIMITED BY SIZE
                           WS-RP-SEQ-EDIT        DELIMITED BY SIZE
                           '  sent '             DELIMITED BY SIZE
                           OBT-SENT-DATE(WS-OB-IND)
                                                 DELIMITED BY SIZE
                           '  key '              DELIMITED BY SIZE
                           OBT-KEY-ID(WS-OB-IND) DELIMITED BY SIZE
                           ' waiting '           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-RP-AGE-EDIT)
                                                 DELIMITED BY SIZE
                           ' days'               DELIMITED BY SIZE
                           INTO AWAITING-REPORT-REC
                    WRITE AWAITING-REPORT-REC
                 END-IF
              END-IF
           END-PERFORM
       .
