       FD DECIMAL-REPORT-FILE.
      *// 60-char trimmed binary string + ' = ' + an untrimmed
      *// 9(18) WS-RESULT can run to 81 bytes; sized with headroom
      *// for the appended ' (OVERFLOW)' suffix as well, and for a
      *// fractional part with its truncation note.
        01 DECIMAL-REPORT-REC PIC X(160).
       FD EXCEPTIONS-FILE.
        01 EXCEPTIONS-REC PIC X(120).
       FD VERIFY-REPORT-FILE.
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
       01 WS-BINARY                PIC X(60).
      *// widened from PIC 9999 so results over 9999
        88 MODE-BATCH-OCTAL        VALUE 'O'.
        88 MODE-BATCH-REVERSE      VALUE 'R'.
        88 MODE-VERIFY             VALUE 'V'.
        88 MODE-DUMP-DECODE        VALUE 'X'.
        88 MODE-DUMP-ENCODE        VALUE 'E'.
      *// which base the run converts -- the class's
      *// worksheets moved on from pure binary, so base 8 and 16 get
      *// the same treatment base 2 always had.
       01 WS-VERIFY-PASS           PIC 9(6) VALUE 0.
       01 WS-VERIFY-FAIL           PIC 9(6) VALUE 0.
       01 WS-VERIFY-SKIP           PIC 9(6) VALUE 0.
      *// a fraction cut short in either direction cannot
      *// come back exactly -- counted apart, not as a failure
       01 WS-VERIFY-INEXACT        PIC 9(6) VALUE 0.
       01 WS-VERIFY-NOTE           PIC X(40).
       01 WS-VERIFY-EDIT           PIC Z(5)9.
      *// RUN CONTROL
       01 WS-RUN-CONTROL-PATH      PIC X(100)
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
       01 WS-BINARY-FILE-PATH      PIC X(100)
                                    VALUE 'binary-strings.dat'.
       01 WS-DECIMAL-REPORT-PATH   PIC X(100)
       01 WS-SIGNED-DIGITS         PIC X(12).
       01 WS-SIGNED-PATTERN        PIC X(32).
       01 WS-SIGNED-LEN            PIC 99.
       01 WS-RESULT-DISPLAY        PIC X(40).
       01 WS-MIN-EDIT              PIC -(9)9.
       01 WS-MAX-EDIT              PIC -(9)9.
      *// PER-RECORD BASE TAGS -- a worksheet line may lead
       01 WS-BASE-REMAINDER        PIC 99.
       01 WS-BIN-IND               PIC 99.
       01 WS-BIN-LEN               PIC 99.
      *// FIXED-POINT FRACTIONS -- a value may carry one
      *// fraction point.  A base fraction is held exactly as
      *// numerator over a power of the base and long-divided out to
      *// decimal; a decimal fraction is held over a power of ten and
      *// long-divided out to the base.  FRAC-DIGITS caps the places
      *// either way, and the cap on the input side keeps every step
      *// inside 18 digits.
       01 WS-FRAC-DIGITS           PIC 99 VALUE 12.
       01 WS-FRAC-SEEN             PIC X VALUE 'N'.
         88 FRACTION-PRESENT       VALUE 'Y'.
       01 WS-FRAC-NUM              PIC 9(18).
       01 WS-FRAC-DEN              PIC 9(17).
       01 WS-FRAC-WORK             PIC 9(18).
       01 WS-FRAC-DIGIT            PIC 99.
       01 WS-FRAC-RESULT           PIC X(16).
       01 WS-FRAC-LEN              PIC 99.
       01 WS-FRAC-NOTE             PIC X(40).
       01 WS-FRAC-PLACES-EDIT      PIC Z9.
       01 WS-FRAC-ORIGINAL         PIC 9(16).
       01 WS-FRAC-FIVES            PIC 9(12).
       01 WS-DEC-INT-TEXT          PIC X(20).
       01 WS-DEC-FRAC-TEXT         PIC X(20).
       01 WS-DEC-POINTS            PIC 99.
       01 WS-DEC-FRAC-LEN          PIC 99.
       01 WS-DEC-BAD               PIC X.
      *// integer digits, point and fraction digits together
       01 WS-FIXED-RESULT          PIC X(90).
       01 WS-FIXED-TEXT            PIC X(90).
       01 WS-FIXED-WORK            PIC X(90).
       01 WS-FIXED-LEN             PIC 99.
      *// DUMP FIELD DECODE / ENCODE -- hex dumps of a
      *// damaged extract, one field per record as
      *//     type  scale  value  [bytes]
      *// type P (packed, COMP-3), Z (zoned), H or F (unsigned
      *// binary halfword or fullword; only the first letter is
      *// read), scale the implied decimal places.  Decoding takes
      *// the field's hex bytes; encoding takes a signed decimal and
      *// an optional field length to pad the patch out to.
       01 WS-DP-TYPE               PIC X(10).
       01 WS-DP-SCALE-TEXT         PIC X(10).
       01 WS-DP-VALUE-TEXT         PIC X(40).
       01 WS-DP-BYTES-TEXT         PIC X(10).
       01 WS-DP-TYPE-NAME          PIC X(16).
       01 WS-DP-SCALE              PIC 99.
       01 WS-DP-BYTES              PIC 99.
       01 WS-DP-BYTES-EDIT         PIC Z9.
       01 WS-DP-HEX                PIC X(40).
       01 WS-DP-HEX-LEN            PIC 99.
       01 WS-DP-IND                PIC 99.
       01 WS-DP-NIBBLE-CHAR        PIC X.
       01 WS-DP-NIBBLE             PIC 99.
       01 WS-DP-BYTE-POS           PIC 99.
       01 WS-DP-MAGNITUDE          PIC 9(18).
       01 WS-DP-MAG-TEXT           PIC 9(18).
       01 WS-DP-FIRST              PIC 99.
       01 WS-DP-INT-START          PIC 99.
       01 WS-DP-NEGATIVE           PIC X.
       01 WS-DP-DISPLAY            PIC X(40).
       01 WS-DP-INT-TEXT           PIC X(20).
       01 WS-DP-FRAC-TEXT          PIC X(20).
       01 WS-DP-FRAC-LEN           PIC 99.
       01 WS-DP-POINTS             PIC 99.
       01 WS-DP-DIGIT-COUNT        PIC 99.
       01 WS-DP-SIGN-CHAR          PIC X.
       01 WS-DP-WORK               PIC X(40).

       PROCEDURE DIVISION.
      *// dispatcher entry point. (Named RUN-BINARY,
              WHEN MODE-VERIFY
                 PERFORM SET-BASE-NAME
                 PERFORM RUN-ROUNDTRIP-VERIFY
              WHEN MODE-DUMP-DECODE
                 MOVE 16 TO WS-BASE
                 PERFORM RUN-DUMP-DECODE
              WHEN MODE-DUMP-ENCODE
                 MOVE 16 TO WS-BASE
                 PERFORM RUN-DUMP-ENCODE
              WHEN MODE-DECIMAL-TO-BINARY
                 PERFORM TO-BINARY
              WHEN OTHER
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'D'
                    OR 'H' OR 'O' OR 'R' OR 'V' OR 'X' OR 'E'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'binary run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S B D H O R V X E'
                       '), entry ignored'
                 END-IF
              WHEN 'SIGNED'
                 IF RCTL-VALUE(1:1) EQUAL 'Y' OR 'N'
                 MOVE RCTL-VALUE TO WS-DECIMAL-REPORT-PATH
              WHEN 'EXCEPTIONS'
                 MOVE RCTL-VALUE TO WS-EXCEPTIONS-PATH
              WHEN 'FRAC-DIGITS'
                 IF FUNCTION TRIM(RCTL-VALUE) IS NUMERIC
                 AND FUNCTION NUMVAL(RCTL-VALUE) >= 1
                 AND FUNCTION NUMVAL(RCTL-VALUE) <= 16
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-FRAC-DIGITS
                 ELSE
                    DISPLAY 'binary run-control: bad FRAC-DIGITS '
                       '(valid: 1 to 16), entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                        ' (OVERFLOW)' DELIMITED BY SIZE
                        INTO DECIMAL-REPORT-REC
              END-IF
              IF WS-FRAC-NOTE NOT EQUAL SPACES
                 STRING FUNCTION TRIM(DECIMAL-REPORT-REC)
                        DELIMITED BY SIZE
                        ' -- ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FRAC-NOTE) DELIMITED BY SIZE
                        INTO DECIMAL-REPORT-REC
              END-IF
              WRITE DECIMAL-REPORT-REC
              ADD 1 TO WS-JH-WRITTEN
              ADD 1 TO BC-OK(WS-BC-IND)
         INITIALIZE WS-RESULT
         MOVE 0 TO WS-OVERFLOW
         MOVE SPACES TO WS-ERROR
         MOVE 'N' TO WS-FRAC-SEEN
         MOVE 0 TO WS-FRAC-NUM
         MOVE 1 TO WS-FRAC-DEN
         MOVE SPACES TO WS-FRAC-RESULT
         MOVE 0 TO WS-FRAC-LEN
         MOVE SPACES TO WS-FRAC-NOTE
         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BINARY))
           TO WS-LENGTH
         PERFORM VARYING WS-IND FROM 1 BY 1
          UNTIL WS-IND > WS-LENGTH
           MOVE FUNCTION UPPER-CASE(WS-BINARY(WS-IND:1))
             TO WS-DIGIT-CHAR
           IF WS-DIGIT-CHAR EQUAL '.'
              IF FRACTION-PRESENT
                 MOVE 'error: more than one fraction point is invalid'
                   TO WS-ERROR
              ELSE
                 SET FRACTION-PRESENT TO TRUE
              END-IF
           ELSE
              PERFORM FROM-BASE-DIGIT
           END-IF
         END-PERFORM
         IF FRACTION-PRESENT AND WS-ERROR EQUAL SPACES
            PERFORM FRACTION-TO-DECIMAL
         END-IF
       .
      *// one digit of the string: its value looked up in
      *// the digit alphabet, then folded into the whole part, or
      *// past the point into the fraction's numerator.
       FROM-BASE-DIGIT.
           MOVE 'Y' TO WS-DIGIT-BAD
           PERFORM VARYING WS-DIGIT-IND FROM 1 BY 1
              UNTIL WS-DIGIT-IND > 16
                        ' digits is invalid' DELIMITED BY SIZE
                        INTO WS-ERROR
              ELSE
                 IF FRACTION-PRESENT
                    COMPUTE WS-FRAC-NUM = WS-FRAC-NUM * WS-BASE
                                        + WS-DIGIT-VALUE
                    COMPUTE WS-FRAC-DEN = WS-FRAC-DEN * WS-BASE
                       ON SIZE ERROR
                          MOVE 'error: too many fraction digits'
                            TO WS-ERROR
                    END-COMPUTE
                 ELSE
                    COMPUTE WS-RESULT = WS-RESULT * WS-BASE
                                      + WS-DIGIT-VALUE
                       ON SIZE ERROR SET RESULT-OVERFLOW TO TRUE
                    END-COMPUTE
                 END-IF
              END-IF
           END-IF
       .
      *// the base fraction out to decimal places by long
      *// division.  A fraction in base 2, 8 or 16 always ends in
      *// decimal, so stopping short only ever means truncation.
       FRACTION-TO-DECIMAL.
           PERFORM UNTIL WS-FRAC-NUM EQUAL 0
              OR WS-FRAC-LEN NOT < WS-FRAC-DIGITS
              COMPUTE WS-FRAC-WORK = WS-FRAC-NUM * 10
              DIVIDE WS-FRAC-WORK BY WS-FRAC-DEN
                 GIVING WS-FRAC-DIGIT REMAINDER WS-FRAC-NUM
              ADD 1 TO WS-FRAC-LEN
              MOVE WS-BASE-DIGITS(WS-FRAC-DIGIT + 1:1)
                TO WS-FRAC-RESULT(WS-FRAC-LEN:1)
           END-PERFORM
           IF WS-FRAC-NUM NOT EQUAL 0
              MOVE WS-FRAC-DIGITS TO WS-FRAC-PLACES-EDIT
              STRING 'truncated at '             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FRAC-PLACES-EDIT)
                                                 DELIMITED BY SIZE
                     ' places'                   DELIMITED BY SIZE
                     INTO WS-FRAC-NOTE
           END-IF
       .
      *// a decimal fraction (the digits after the point in
      *// WS-DEC-FRAC-TEXT) out to places in the run's base.  It
      *// ends only when its reduced denominator is a power of two,
      *// i.e. when 5 to the power of its length divides it; any
      *// other fraction repeats forever and is said to.
       FRACTION-TO-BASE.
           MOVE SPACES TO WS-FRAC-RESULT
           MOVE 0 TO WS-FRAC-LEN
           MOVE SPACES TO WS-FRAC-NOTE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FRAC-TEXT))
             TO WS-DEC-FRAC-LEN
           MOVE FUNCTION NUMVAL(WS-DEC-FRAC-TEXT) TO WS-FRAC-ORIGINAL
           MOVE WS-FRAC-ORIGINAL TO WS-FRAC-NUM
           COMPUTE WS-FRAC-DEN = 10 ** WS-DEC-FRAC-LEN
           PERFORM UNTIL WS-FRAC-NUM EQUAL 0
              OR WS-FRAC-LEN NOT < WS-FRAC-DIGITS
              COMPUTE WS-FRAC-WORK = WS-FRAC-NUM * WS-BASE
              DIVIDE WS-FRAC-WORK BY WS-FRAC-DEN
                 GIVING WS-FRAC-DIGIT REMAINDER WS-FRAC-NUM
              ADD 1 TO WS-FRAC-LEN
              MOVE WS-BASE-DIGITS(WS-FRAC-DIGIT + 1:1)
                TO WS-FRAC-RESULT(WS-FRAC-LEN:1)
           END-PERFORM
           IF WS-FRAC-NUM NOT EQUAL 0
              MOVE WS-FRAC-DIGITS TO WS-FRAC-PLACES-EDIT
              COMPUTE WS-FRAC-FIVES = 5 ** WS-DEC-FRAC-LEN
              IF FUNCTION MOD(WS-FRAC-ORIGINAL, WS-FRAC-FIVES)
                 NOT EQUAL 0
                 STRING 'repeats, truncated at '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FRAC-PLACES-EDIT)
                                                  DELIMITED BY SIZE
                        ' places'                 DELIMITED BY SIZE
                        INTO WS-FRAC-NOTE
              ELSE
                 STRING 'truncated at '           DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FRAC-PLACES-EDIT)
                                                  DELIMITED BY SIZE
                        ' places'                 DELIMITED BY SIZE
                        INTO WS-FRAC-NOTE
              END-IF
           END-IF
       .
      *// split a decimal value at its point: whole digits
      *// to WS-DEC-INT-TEXT, fraction digits to WS-DEC-FRAC-TEXT.
      *// One point at most, digits only either side, a fraction of
      *// at most 16 places, and at least one digit somewhere.
       SPLIT-DECIMAL-VALUE.
           MOVE 'N' TO WS-DEC-BAD
           MOVE SPACES TO WS-DEC-INT-TEXT
           MOVE SPACES TO WS-DEC-FRAC-TEXT
           MOVE 0 TO WS-DEC-POINTS
           INSPECT BINARY-REC TALLYING WS-DEC-POINTS FOR ALL '.'
           IF WS-DEC-POINTS > 1
              MOVE 'Y' TO WS-DEC-BAD
              EXIT PARAGRAPH
           END-IF
           UNSTRING FUNCTION TRIM(BINARY-REC) DELIMITED BY '.'
              INTO WS-DEC-INT-TEXT WS-DEC-FRAC-TEXT
           END-UNSTRING
           IF WS-DEC-INT-TEXT EQUAL SPACES
           AND WS-DEC-FRAC-TEXT EQUAL SPACES
              MOVE 'Y' TO WS-DEC-BAD
           END-IF
           IF WS-DEC-INT-TEXT NOT EQUAL SPACES
           AND NOT FUNCTION TRIM(WS-DEC-INT-TEXT) IS NUMERIC
              MOVE 'Y' TO WS-DEC-BAD
           END-IF
           IF WS-DEC-FRAC-TEXT NOT EQUAL SPACES
              IF NOT FUNCTION TRIM(WS-DEC-FRAC-TEXT) IS NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FRAC-TEXT)) > 16
                 MOVE 'Y' TO WS-DEC-BAD
              END-IF
           END-IF
       .
      *// whole part (WS-DECIMAL-INPUT) through TO-BASE,
      *// then the fraction in WS-DEC-FRAC-TEXT, if any, after a
      *// point, into WS-FIXED-RESULT.
       DECIMAL-TO-FIXED.
           PERFORM TO-BASE
           MOVE SPACES TO WS-FIXED-RESULT
           MOVE SPACES TO WS-FRAC-NOTE
           MOVE 0 TO WS-FRAC-LEN
           IF WS-DEC-FRAC-TEXT NOT EQUAL SPACES
              PERFORM FRACTION-TO-BASE
           END-IF
           IF WS-FRAC-LEN > 0
              STRING FUNCTION TRIM(WS-BINARY-RESULT) DELIMITED BY SIZE
                     '.'                             DELIMITED BY SIZE
                     WS-FRAC-RESULT(1:WS-FRAC-LEN)   DELIMITED BY SIZE
                     INTO WS-FIXED-RESULT
           ELSE
              MOVE WS-BINARY-RESULT TO WS-FIXED-RESULT
           END-IF
       .
      *// a fixed-point string in its plainest spelling: no
      *// trailing zeros after the point, no bare point, and a
      *// zero before a leading point.
       NORMALIZE-FIXED-TEXT.
           MOVE 0 TO WS-DEC-POINTS
           INSPECT WS-FIXED-TEXT TALLYING WS-DEC-POINTS FOR ALL '.'
           IF WS-DEC-POINTS EQUAL 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIXED-TEXT))
             TO WS-FIXED-LEN
           PERFORM UNTIL WS-FIXED-LEN < 1
              OR (WS-FIXED-TEXT(WS-FIXED-LEN:1) NOT EQUAL '0'
                  AND WS-FIXED-TEXT(WS-FIXED-LEN:1) NOT EQUAL '.')
              IF WS-FIXED-TEXT(WS-FIXED-LEN:1) EQUAL '.'
                 MOVE SPACE TO WS-FIXED-TEXT(WS-FIXED-LEN:1)
                 MOVE 0 TO WS-FIXED-LEN
              ELSE
                 MOVE SPACE TO WS-FIXED-TEXT(WS-FIXED-LEN:1)
                 SUBTRACT 1 FROM WS-FIXED-LEN
              END-IF
           END-PERFORM
           IF WS-FIXED-TEXT EQUAL SPACES
              MOVE '0' TO WS-FIXED-TEXT
           END-IF
           IF WS-FIXED-TEXT(1:1) EQUAL '.'
              MOVE FUNCTION TRIM(WS-FIXED-TEXT) TO WS-FIXED-WORK
              MOVE SPACES TO WS-FIXED-TEXT
              STRING '0'                           DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIXED-WORK)  DELIMITED BY SIZE
                     INTO WS-FIXED-TEXT
           END-IF
       .
      *// the reverse conversion — decimal to binary —
      *// so both directions of the worksheet are covered by the
      *// other: every input string to decimal and back again must
      *// come out as it went in (leading zeros and letter case
      *// normalized away), or the batch's answers are suspect.
      *// A fraction cut short at FRAC-DIGITS places on either leg
      *// cannot come back exactly, so it is listed as not exact
      *// rather than failed.
       RUN-ROUNDTRIP-VERIFY.
           PERFORM WRITE-JOB-START
           OPEN INPUT BINARY-FILE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           MOVE WS-VERIFY-INEXACT TO WS-VERIFY-EDIT
           STRING 'Not exact, fraction truncated (not failures): '
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-EDIT) DELIMITED BY SIZE
                  INTO VERIFY-REPORT-REC
           WRITE VERIFY-REPORT-REC
           MOVE SPACES TO VERIFY-REPORT-REC
           IF WS-VERIFY-FAIL EQUAL 0
              MOVE 'RUN VERDICT: PASS' TO VERIFY-REPORT-REC
           ELSE
           CLOSE BINARY-FILE
           CLOSE VERIFY-REPORT-FILE
           COMPUTE WS-JH-READ = WS-VERIFY-PASS + WS-VERIFY-FAIL
              + WS-VERIFY-SKIP + WS-VERIFY-INEXACT
           COMPUTE WS-JH-WRITTEN = WS-VERIFY-PASS + WS-VERIFY-INEXACT
           COMPUTE WS-JH-REJECTS = WS-VERIFY-FAIL + WS-VERIFY-SKIP
           PERFORM WRITE-JOB-HISTORY
       .
                     FUNCTION TRIM(WS-ERROR)    DELIMITED BY SIZE
                     INTO VERIFY-REPORT-REC
           ELSE
              MOVE WS-FRAC-NOTE TO WS-VERIFY-NOTE
              MOVE WS-RESULT TO WS-DECIMAL-INPUT
              MOVE SPACES TO WS-DEC-FRAC-TEXT
              IF WS-FRAC-LEN > 0
                 MOVE WS-FRAC-RESULT(1:WS-FRAC-LEN) TO WS-DEC-FRAC-TEXT
              END-IF
              PERFORM DECIMAL-TO-FIXED
              IF WS-VERIFY-NOTE EQUAL SPACES
                 MOVE WS-FRAC-NOTE TO WS-VERIFY-NOTE
              END-IF
              MOVE WS-FIXED-RESULT TO WS-FIXED-TEXT
              PERFORM NORMALIZE-FIXED-TEXT
              MOVE WS-FIXED-TEXT TO WS-FIXED-RESULT
              PERFORM NORMALIZE-VERIFY-INPUT
              MOVE WS-VERIFY-NORMALIZED TO WS-FIXED-TEXT
              PERFORM NORMALIZE-FIXED-TEXT
              MOVE WS-FIXED-TEXT TO WS-VERIFY-NORMALIZED
              EVALUATE TRUE
                 WHEN WS-VERIFY-NORMALIZED EQUAL WS-FIXED-RESULT(1:60)
                    ADD 1 TO WS-VERIFY-PASS
                    STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                           ' -- PASS round-trip'     DELIMITED BY SIZE
                           INTO VERIFY-REPORT-REC
                 WHEN WS-VERIFY-NOTE NOT EQUAL SPACES
                    ADD 1 TO WS-VERIFY-INEXACT
                    STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                           ' -- NOT EXACT, fraction '
                                                     DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VERIFY-NOTE)
                                                     DELIMITED BY SIZE
                           '; came back as '         DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIXED-RESULT)
                                                     DELIMITED BY SIZE
                           INTO VERIFY-REPORT-REC
                 WHEN OTHER
                    ADD 1 TO WS-VERIFY-FAIL
                    STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                           ' -- FAIL round-trip, came back as '
                                                     DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIXED-RESULT)
                                                     DELIMITED BY SIZE
                           INTO VERIFY-REPORT-REC
              END-EVALUATE
           END-IF
           WRITE VERIFY-REPORT-REC
       .
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JH-READ
           PERFORM SPLIT-DECIMAL-VALUE
           IF WS-DEC-BAD EQUAL 'Y'
              MOVE SPACES TO EXCEPTIONS-REC
              STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                     ' rejected: error: not a valid decimal number'
              WRITE EXCEPTIONS-REC
              ADD 1 TO WS-JH-REJECTS
           ELSE
              IF WS-DEC-INT-TEXT EQUAL SPACES
                 MOVE 0 TO WS-DECIMAL-INPUT
              ELSE
                 MOVE FUNCTION NUMVAL(WS-DEC-INT-TEXT)
                   TO WS-DECIMAL-INPUT
              END-IF
              PERFORM DECIMAL-TO-FIXED
              MOVE SPACES TO DECIMAL-REPORT-REC
              STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                     ' = '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIXED-RESULT)
                                               DELIMITED BY SIZE
                     ' ('                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BASE-NAME)
                                               DELIMITED BY SIZE
                     ')'                       DELIMITED BY SIZE
                     INTO DECIMAL-REPORT-REC
              IF WS-FRAC-NOTE NOT EQUAL SPACES
                 STRING FUNCTION TRIM(DECIMAL-REPORT-REC)
                        DELIMITED BY SIZE
                        ' -- ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-FRAC-NOTE) DELIMITED BY SIZE
                        INTO DECIMAL-REPORT-REC
              END-IF
              WRITE DECIMAL-REPORT-REC
              ADD 1 TO WS-JH-WRITTEN
           END-IF
       .
      *// hex dumps back to the numbers they hold: each
      *// record's field decoded by its type and scale to a signed
      *// decimal; a bad sign, zone or digit nibble goes to the
      *// exceptions file with the byte it sits in.
       RUN-DUMP-DECODE.
           PERFORM WRITE-JOB-START
           OPEN INPUT BINARY-FILE
           OPEN OUTPUT DECIMAL-REPORT-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           PERFORM UNTIL END-OF-BINARY
              READ BINARY-FILE
                 AT END SET END-OF-BINARY TO TRUE
                 NOT AT END PERFORM DECODE-DUMP-RECORD
              END-READ
           END-PERFORM
           CLOSE BINARY-FILE
           CLOSE DECIMAL-REPORT-FILE
           CLOSE EXCEPTIONS-FILE
           PERFORM WRITE-JOB-HISTORY
       .
       DECODE-DUMP-RECORD.
           ADD 1 TO WS-JH-READ
           PERFORM PARSE-DUMP-RECORD
           IF WS-ERROR EQUAL SPACES
              MOVE FUNCTION UPPER-CASE(WS-DP-VALUE-TEXT) TO WS-DP-HEX
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DP-HEX))
                TO WS-DP-HEX-LEN
              IF WS-DP-HEX EQUAL SPACES
              OR FUNCTION MOD(WS-DP-HEX-LEN, 2) NOT EQUAL 0
                 MOVE 'error: hex string is not a whole number of bytes'
                   TO WS-ERROR
              ELSE
                 COMPUTE WS-DP-BYTES = WS-DP-HEX-LEN / 2
                 MOVE 'N' TO WS-DP-NEGATIVE
                 MOVE 0 TO WS-DP-MAGNITUDE
                 PERFORM VARYING WS-DP-IND FROM 1 BY 1
                    UNTIL WS-DP-IND > WS-DP-HEX-LEN
                    OR WS-ERROR NOT EQUAL SPACES
                    PERFORM GET-DUMP-NIBBLE
                    IF WS-DP-NIBBLE > 15
                       MOVE 'is not a hex digit' TO WS-DP-WORK
                       PERFORM SET-DUMP-NIBBLE-ERROR
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-ERROR EQUAL SPACES
              EVALUATE WS-DP-TYPE(1:1)
                 WHEN 'P' PERFORM DECODE-PACKED-FIELD
                 WHEN 'Z' PERFORM DECODE-ZONED-FIELD
                 WHEN OTHER PERFORM DECODE-BINARY-FIELD
              END-EVALUATE
           END-IF
           IF WS-ERROR NOT EQUAL SPACES
              PERFORM WRITE-DUMP-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-DUMP-VALUE
           MOVE WS-DP-BYTES TO WS-DP-BYTES-EDIT
           MOVE SPACES TO DECIMAL-REPORT-REC
           STRING FUNCTION TRIM(BINARY-REC)      DELIMITED BY SIZE
                  ' = '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-DISPLAY)   DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-TYPE-NAME) DELIMITED BY SIZE
                  ', '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-BYTES-EDIT)
                                                 DELIMITED BY SIZE
                  ' bytes)'                      DELIMITED BY SIZE
                  INTO DECIMAL-REPORT-REC
           WRITE DECIMAL-REPORT-REC
           ADD 1 TO WS-JH-WRITTEN
       .
      *// the record's tokens: a type it knows, a scale of
      *// 0 to 17 places, a value, and -- encoding only -- an
      *// optional field length in bytes.
       PARSE-DUMP-RECORD.
           MOVE SPACES TO WS-ERROR
           MOVE SPACES TO WS-DP-TYPE
           MOVE SPACES TO WS-DP-SCALE-TEXT
           MOVE SPACES TO WS-DP-VALUE-TEXT
           MOVE SPACES TO WS-DP-BYTES-TEXT
           UNSTRING FUNCTION TRIM(BINARY-REC) DELIMITED BY ALL SPACE
              INTO WS-DP-TYPE WS-DP-SCALE-TEXT WS-DP-VALUE-TEXT
                   WS-DP-BYTES-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-DP-TYPE) TO WS-DP-TYPE
           EVALUATE WS-DP-TYPE(1:1)
              WHEN 'P' MOVE 'packed'          TO WS-DP-TYPE-NAME
              WHEN 'Z' MOVE 'zoned'           TO WS-DP-TYPE-NAME
              WHEN 'H' MOVE 'binary halfword' TO WS-DP-TYPE-NAME
              WHEN 'F' MOVE 'binary fullword' TO WS-DP-TYPE-NAME
              WHEN OTHER
                 MOVE 'error: field type must be P, Z, H or F'
                   TO WS-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DP-SCALE-TEXT EQUAL SPACES
           OR NOT FUNCTION TRIM(WS-DP-SCALE-TEXT) IS NUMERIC
           OR FUNCTION NUMVAL(WS-DP-SCALE-TEXT) > 17
              MOVE 'error: scale must be 0 to 17 decimal places'
                TO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DP-SCALE-TEXT) TO WS-DP-SCALE
           IF WS-DP-VALUE-TEXT EQUAL SPACES
              MOVE 'error: no value to convert' TO WS-ERROR
           END-IF
       .
      *// nibble WS-DP-IND of the hex string as its value
      *// (99 if not a hex digit), and the byte it falls in.
       GET-DUMP-NIBBLE.
           MOVE WS-DP-HEX(WS-DP-IND:1) TO WS-DP-NIBBLE-CHAR
           COMPUTE WS-DP-BYTE-POS = (WS-DP-IND + 1) / 2
           MOVE 99 TO WS-DP-NIBBLE
           PERFORM VARYING WS-DIGIT-IND FROM 1 BY 1
              UNTIL WS-DIGIT-IND > 16
              IF WS-BASE-DIGITS(WS-DIGIT-IND:1) EQUAL WS-DP-NIBBLE-CHAR
                 COMPUTE WS-DP-NIBBLE = WS-DIGIT-IND - 1
                 MOVE 16 TO WS-DIGIT-IND
              END-IF
           END-PERFORM
       .
      *// 'error: nibble X <what is wrong> at byte N'.
       SET-DUMP-NIBBLE-ERROR.
           MOVE WS-DP-BYTE-POS TO WS-DP-BYTES-EDIT
           MOVE SPACES TO WS-ERROR
           STRING 'error: nibble '              DELIMITED BY SIZE
                  WS-DP-NIBBLE-CHAR             DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-WORK)     DELIMITED BY SIZE
                  ' at byte '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-BYTES-EDIT)
                                                DELIMITED BY SIZE
                  INTO WS-ERROR
       .
      *// COMP-3: two digit nibbles a byte, the last nibble
      *// the sign -- C, A, E or F positive, D or B negative.
       DECODE-PACKED-FIELD.
           IF WS-DP-BYTES > 10
              MOVE 'error: packed field longer than 10 bytes'
                TO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DP-IND FROM 1 BY 1
              UNTIL WS-DP-IND >= WS-DP-HEX-LEN
              OR WS-ERROR NOT EQUAL SPACES
              PERFORM GET-DUMP-NIBBLE
              IF WS-DP-NIBBLE > 9
                 MOVE 'is not a decimal digit' TO WS-DP-WORK
                 PERFORM SET-DUMP-NIBBLE-ERROR
              ELSE
                 COMPUTE WS-DP-MAGNITUDE = WS-DP-MAGNITUDE * 10
                                         + WS-DP-NIBBLE
                    ON SIZE ERROR
                       MOVE 'error: value exceeds 18 digits'
                         TO WS-ERROR
                 END-COMPUTE
              END-IF
           END-PERFORM
           IF WS-ERROR EQUAL SPACES
              MOVE WS-DP-HEX-LEN TO WS-DP-IND
              PERFORM GET-DUMP-NIBBLE
              PERFORM CHECK-DUMP-SIGN-NIBBLE
           END-IF
       .
      *// zoned: one digit a byte, zone nibble F ahead of
      *// it, except the last byte whose zone carries the sign.
       DECODE-ZONED-FIELD.
           IF WS-DP-BYTES > 18
              MOVE 'error: zoned field longer than 18 bytes'
                TO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DP-IND FROM 1 BY 2
              UNTIL WS-DP-IND > WS-DP-HEX-LEN
              OR WS-ERROR NOT EQUAL SPACES
              PERFORM GET-DUMP-NIBBLE
              IF WS-DP-IND < WS-DP-HEX-LEN - 1
                 IF WS-DP-NIBBLE-CHAR NOT EQUAL 'F'
                    MOVE 'is not a valid zone' TO WS-DP-WORK
                    PERFORM SET-DUMP-NIBBLE-ERROR
                 END-IF
              ELSE
                 PERFORM CHECK-DUMP-SIGN-NIBBLE
              END-IF
              IF WS-ERROR EQUAL SPACES
                 ADD 1 TO WS-DP-IND
                 PERFORM GET-DUMP-NIBBLE
                 SUBTRACT 1 FROM WS-DP-IND
                 IF WS-DP-NIBBLE > 9
                    MOVE 'is not a decimal digit' TO WS-DP-WORK
                    PERFORM SET-DUMP-NIBBLE-ERROR
                 ELSE
                    COMPUTE WS-DP-MAGNITUDE = WS-DP-MAGNITUDE * 10
                                            + WS-DP-NIBBLE
                 END-IF
              END-IF
           END-PERFORM
       .
       CHECK-DUMP-SIGN-NIBBLE.
           EVALUATE WS-DP-NIBBLE-CHAR
              WHEN 'C' WHEN 'A' WHEN 'E' WHEN 'F'
                 MOVE 'N' TO WS-DP-NEGATIVE
              WHEN 'D' WHEN 'B'
                 MOVE 'Y' TO WS-DP-NEGATIVE
              WHEN OTHER
                 MOVE 'is not a valid sign' TO WS-DP-WORK
                 PERFORM SET-DUMP-NIBBLE-ERROR
           END-EVALUATE
       .
      *// unsigned binary: exactly 2 bytes for a halfword,
      *// 4 for a fullword, read big-endian as the dump shows them.
       DECODE-BINARY-FIELD.
           IF (WS-DP-TYPE(1:1) EQUAL 'H' AND WS-DP-BYTES NOT EQUAL 2)
           OR (WS-DP-TYPE(1:1) EQUAL 'F' AND WS-DP-BYTES NOT EQUAL 4)
              MOVE SPACES TO WS-ERROR
              STRING 'error: a '                    DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DP-TYPE-NAME) DELIMITED BY SIZE
                     ' has the wrong number of bytes'
                                                    DELIMITED BY SIZE
                     INTO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DP-IND FROM 1 BY 1
              UNTIL WS-DP-IND > WS-DP-HEX-LEN
              PERFORM GET-DUMP-NIBBLE
              COMPUTE WS-DP-MAGNITUDE = WS-DP-MAGNITUDE * 16
                                      + WS-DP-NIBBLE
           END-PERFORM
       .
      *// the magnitude with its implied decimal point put
      *// back and the sign in front: scale 2 over 12345 negative
      *// reads -123.45.  At least one digit stands before the point.
       FORMAT-DUMP-VALUE.
           MOVE WS-DP-MAGNITUDE TO WS-DP-MAG-TEXT
           MOVE 18 TO WS-DP-FIRST
           PERFORM VARYING WS-DP-IND FROM 18 BY -1
              UNTIL WS-DP-IND < 1
              IF WS-DP-MAG-TEXT(WS-DP-IND:1) NOT EQUAL '0'
                 MOVE WS-DP-IND TO WS-DP-FIRST
              END-IF
           END-PERFORM
           COMPUTE WS-DP-INT-START = 18 - WS-DP-SCALE
           IF WS-DP-FIRST < WS-DP-INT-START
              MOVE WS-DP-FIRST TO WS-DP-INT-START
           END-IF
           MOVE SPACES TO WS-DP-DISPLAY
           MOVE SPACES TO WS-DP-SIGN-CHAR
           IF WS-DP-NEGATIVE EQUAL 'Y' AND WS-DP-MAGNITUDE > 0
              MOVE '-' TO WS-DP-SIGN-CHAR
           END-IF
           IF WS-DP-SCALE EQUAL 0
              STRING WS-DP-SIGN-CHAR             DELIMITED BY SPACE
                     WS-DP-MAG-TEXT(WS-DP-INT-START:)
                                                 DELIMITED BY SIZE
                     INTO WS-DP-DISPLAY
           ELSE
              STRING WS-DP-SIGN-CHAR             DELIMITED BY SPACE
                     WS-DP-MAG-TEXT(WS-DP-INT-START:
                        19 - WS-DP-SCALE - WS-DP-INT-START)
                                                 DELIMITED BY SIZE
                     '.'                         DELIMITED BY SIZE
                     WS-DP-MAG-TEXT(19 - WS-DP-SCALE:WS-DP-SCALE)
                                                 DELIMITED BY SIZE
                     INTO WS-DP-DISPLAY
           END-IF
       .
       WRITE-DUMP-EXCEPTION.
           MOVE SPACES TO EXCEPTIONS-REC
           STRING FUNCTION TRIM(BINARY-REC) DELIMITED BY SIZE
                  ' rejected: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERROR)   DELIMITED BY SIZE
                  INTO EXCEPTIONS-REC
           WRITE EXCEPTIONS-REC
           ADD 1 TO WS-JH-REJECTS
       .
      *// correction patches: a signed decimal out to the
      *// hex bytes of its packed, zoned or binary field, padded to
      *// the field length when one is given.  A value with more
      *// places than the scale is refused rather than rounded.
       RUN-DUMP-ENCODE.
           PERFORM WRITE-JOB-START
           OPEN INPUT BINARY-FILE
           OPEN OUTPUT DECIMAL-REPORT-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           PERFORM UNTIL END-OF-BINARY
              READ BINARY-FILE
                 AT END SET END-OF-BINARY TO TRUE
                 NOT AT END PERFORM ENCODE-DUMP-RECORD
              END-READ
           END-PERFORM
           CLOSE BINARY-FILE
           CLOSE DECIMAL-REPORT-FILE
           CLOSE EXCEPTIONS-FILE
           PERFORM WRITE-JOB-HISTORY
       .
       ENCODE-DUMP-RECORD.
           ADD 1 TO WS-JH-READ
           PERFORM PARSE-DUMP-RECORD
           IF WS-ERROR EQUAL SPACES
              PERFORM PARSE-DUMP-DECIMAL
           END-IF
           IF WS-ERROR EQUAL SPACES
              IF WS-DP-BYTES-TEXT EQUAL SPACES
                 MOVE 0 TO WS-DP-BYTES
              ELSE
                 IF NOT FUNCTION TRIM(WS-DP-BYTES-TEXT) IS NUMERIC
                 OR FUNCTION NUMVAL(WS-DP-BYTES-TEXT) < 1
                 OR FUNCTION NUMVAL(WS-DP-BYTES-TEXT) > 18
                    MOVE 'error: field length must be 1 to 18 bytes'
                      TO WS-ERROR
                 ELSE
                    MOVE FUNCTION NUMVAL(WS-DP-BYTES-TEXT)
                      TO WS-DP-BYTES
                 END-IF
              END-IF
           END-IF
           IF WS-ERROR EQUAL SPACES
              EVALUATE WS-DP-TYPE(1:1)
                 WHEN 'P' PERFORM ENCODE-PACKED-FIELD
                 WHEN 'Z' PERFORM ENCODE-ZONED-FIELD
                 WHEN OTHER PERFORM ENCODE-BINARY-FIELD
              END-EVALUATE
           END-IF
           IF WS-ERROR EQUAL SPACES
              COMPUTE WS-DP-HEX-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-DP-HEX))
              IF WS-DP-BYTES > 0 AND WS-DP-HEX-LEN > WS-DP-BYTES * 2
                 MOVE WS-DP-BYTES TO WS-DP-BYTES-EDIT
                 MOVE SPACES TO WS-ERROR
                 STRING 'error: value does not fit in '
                                                  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DP-BYTES-EDIT)
                                                  DELIMITED BY SIZE
                        ' bytes'                  DELIMITED BY SIZE
                        INTO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR NOT EQUAL SPACES
              PERFORM WRITE-DUMP-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           PERFORM PAD-DUMP-HEX
           MOVE WS-DP-BYTES TO WS-DP-BYTES-EDIT
           MOVE SPACES TO DECIMAL-REPORT-REC
           STRING FUNCTION TRIM(BINARY-REC)      DELIMITED BY SIZE
                  ' = '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-HEX)       DELIMITED BY SIZE
                  ' ('                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-TYPE-NAME) DELIMITED BY SIZE
                  ', '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-BYTES-EDIT)
                                                 DELIMITED BY SIZE
                  ' bytes)'                      DELIMITED BY SIZE
                  INTO DECIMAL-REPORT-REC
           WRITE DECIMAL-REPORT-REC
           ADD 1 TO WS-JH-WRITTEN
       .
      *// the decimal value to a sign and a magnitude in
      *// units of the scale: [+|-]digits[.digits], no more places
      *// than the scale and no more than 18 digits in all.
       PARSE-DUMP-DECIMAL.
           MOVE 'N' TO WS-DP-NEGATIVE
           MOVE FUNCTION TRIM(WS-DP-VALUE-TEXT) TO WS-DP-WORK
           IF WS-DP-WORK(1:1) EQUAL '-' OR '+'
              IF WS-DP-WORK(1:1) EQUAL '-'
                 MOVE 'Y' TO WS-DP-NEGATIVE
              END-IF
              MOVE WS-DP-WORK(2:) TO WS-DP-WORK
           END-IF
           MOVE 0 TO WS-DP-POINTS
           INSPECT WS-DP-WORK TALLYING WS-DP-POINTS FOR ALL '.'
           MOVE SPACES TO WS-DP-INT-TEXT
           MOVE SPACES TO WS-DP-FRAC-TEXT
           UNSTRING WS-DP-WORK DELIMITED BY '.' OR SPACE
              INTO WS-DP-INT-TEXT WS-DP-FRAC-TEXT
           END-UNSTRING
           MOVE 0 TO WS-DP-FRAC-LEN
           IF WS-DP-FRAC-TEXT NOT EQUAL SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DP-FRAC-TEXT))
                TO WS-DP-FRAC-LEN
           END-IF
           IF WS-DP-POINTS > 1
           OR (WS-DP-INT-TEXT EQUAL SPACES
               AND WS-DP-FRAC-TEXT EQUAL SPACES)
           OR (WS-DP-INT-TEXT NOT EQUAL SPACES
               AND NOT FUNCTION TRIM(WS-DP-INT-TEXT) IS NUMERIC)
           OR (WS-DP-FRAC-TEXT NOT EQUAL SPACES
               AND NOT FUNCTION TRIM(WS-DP-FRAC-TEXT) IS NUMERIC)
              MOVE 'error: not a valid decimal number' TO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           IF WS-DP-FRAC-LEN > WS-DP-SCALE
              MOVE WS-DP-SCALE TO WS-DP-BYTES-EDIT
              MOVE SPACES TO WS-ERROR
              STRING 'error: more decimal places than scale '
                                                 DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DP-BYTES-EDIT)
                                                 DELIMITED BY SIZE
                     INTO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DP-MAGNITUDE
           IF WS-DP-INT-TEXT NOT EQUAL SPACES
              COMPUTE WS-DP-MAGNITUDE =
                 FUNCTION NUMVAL(WS-DP-INT-TEXT) * 10 ** WS-DP-SCALE
                 ON SIZE ERROR
                    MOVE 'error: value exceeds 18 digits' TO WS-ERROR
                    EXIT PARAGRAPH
              END-COMPUTE
           END-IF
           IF WS-DP-FRAC-LEN > 0
              COMPUTE WS-DP-MAGNITUDE = WS-DP-MAGNITUDE
                 + FUNCTION NUMVAL(WS-DP-FRAC-TEXT)
                   * 10 ** (WS-DP-SCALE - WS-DP-FRAC-LEN)
                 ON SIZE ERROR
                    MOVE 'error: value exceeds 18 digits' TO WS-ERROR
              END-COMPUTE
           END-IF
           IF WS-DP-MAGNITUDE EQUAL 0
              MOVE 'N' TO WS-DP-NEGATIVE
           END-IF
       .
      *// the magnitude's significant digits (at least one)
      *// into WS-DP-WORK, their count in WS-DP-DIGIT-COUNT.
       SET-DUMP-DIGITS.
           MOVE WS-DP-MAGNITUDE TO WS-DP-MAG-TEXT
           MOVE 18 TO WS-DP-FIRST
           PERFORM VARYING WS-DP-IND FROM 18 BY -1
              UNTIL WS-DP-IND < 1
              IF WS-DP-MAG-TEXT(WS-DP-IND:1) NOT EQUAL '0'
                 MOVE WS-DP-IND TO WS-DP-FIRST
              END-IF
           END-PERFORM
           COMPUTE WS-DP-DIGIT-COUNT = 19 - WS-DP-FIRST
           MOVE SPACES TO WS-DP-WORK
           MOVE WS-DP-MAG-TEXT(WS-DP-FIRST:) TO WS-DP-WORK
           IF WS-DP-NEGATIVE EQUAL 'Y'
              MOVE 'D' TO WS-DP-SIGN-CHAR
           ELSE
              MOVE 'C' TO WS-DP-SIGN-CHAR
           END-IF
       .
      *// digits then the sign nibble, with a leading zero
      *// nibble when that leaves half a byte over.
       ENCODE-PACKED-FIELD.
           PERFORM SET-DUMP-DIGITS
           MOVE SPACES TO WS-DP-HEX
           IF FUNCTION MOD(WS-DP-DIGIT-COUNT, 2) EQUAL 0
              STRING '0'                              DELIMITED BY SIZE
                     WS-DP-WORK(1:WS-DP-DIGIT-COUNT)  DELIMITED BY SIZE
                     WS-DP-SIGN-CHAR                  DELIMITED BY SIZE
                     INTO WS-DP-HEX
           ELSE
              STRING WS-DP-WORK(1:WS-DP-DIGIT-COUNT)  DELIMITED BY SIZE
                     WS-DP-SIGN-CHAR                  DELIMITED BY SIZE
                     INTO WS-DP-HEX
           END-IF
       .
      *// F zone on every digit but the last, which takes
      *// the sign as its zone.
       ENCODE-ZONED-FIELD.
           PERFORM SET-DUMP-DIGITS
           MOVE SPACES TO WS-DP-HEX
           PERFORM VARYING WS-DP-IND FROM 1 BY 1
              UNTIL WS-DP-IND > WS-DP-DIGIT-COUNT
              IF WS-DP-IND < WS-DP-DIGIT-COUNT
                 MOVE 'F' TO WS-DP-HEX(WS-DP-IND * 2 - 1:1)
              ELSE
                 MOVE WS-DP-SIGN-CHAR
                   TO WS-DP-HEX(WS-DP-IND * 2 - 1:1)
              END-IF
              MOVE WS-DP-WORK(WS-DP-IND:1)
                TO WS-DP-HEX(WS-DP-IND * 2:1)
           END-PERFORM
       .
      *// unsigned binary out through TO-BASE in hex; the
      *// field is always a full halfword or fullword.
       ENCODE-BINARY-FIELD.
           IF WS-DP-NEGATIVE EQUAL 'Y'
              MOVE 'error: binary fields here are unsigned'
                TO WS-ERROR
              EXIT PARAGRAPH
           END-IF
           IF WS-DP-TYPE(1:1) EQUAL 'H'
              IF WS-DP-BYTES NOT EQUAL 0 AND WS-DP-BYTES NOT EQUAL 2
                 MOVE 'error: a binary halfword is 2 bytes' TO WS-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE 2 TO WS-DP-BYTES
           ELSE
              IF WS-DP-BYTES NOT EQUAL 0 AND WS-DP-BYTES NOT EQUAL 4
                 MOVE 'error: a binary fullword is 4 bytes' TO WS-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE 4 TO WS-DP-BYTES
           END-IF
           MOVE WS-DP-MAGNITUDE TO WS-DECIMAL-INPUT
           PERFORM TO-BASE
           MOVE WS-BINARY-RESULT TO WS-DP-HEX
       .
      *// left-pad the patch to the field length: zero
      *// nibbles for packed and binary, F0 bytes for zoned.  With
      *// no length given the field is as short as the value allows.
       PAD-DUMP-HEX.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DP-HEX))
             TO WS-DP-HEX-LEN
           IF WS-DP-BYTES EQUAL 0
              COMPUTE WS-DP-BYTES = WS-DP-HEX-LEN / 2
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DP-HEX-LEN NOT < WS-DP-BYTES * 2
              MOVE WS-DP-HEX TO WS-DP-WORK
              MOVE SPACES TO WS-DP-HEX
              IF WS-DP-TYPE(1:1) EQUAL 'Z'
                 STRING 'F0'                   DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DP-WORK) DELIMITED BY SIZE
                        INTO WS-DP-HEX
                 ADD 2 TO WS-DP-HEX-LEN
              ELSE
                 STRING '0'                    DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DP-WORK) DELIMITED BY SIZE
                        INTO WS-DP-HEX
                 ADD 1 TO WS-DP-HEX-LEN
              END-IF
           END-PERFORM
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
           MOVE 'BINARY' TO JH-PROGRAM
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
      *// what the report shows for a converted value: the
      *// plain unsigned number, unless signed mode is on and the
      *// record is a full-width base-2 pattern with its top bit set,
      *// in which case the negative it encodes.  A value
      *// with a fraction point is never a signed pattern; its
      *// decimal places follow the whole number.
       SET-RESULT-DISPLAY.
           MOVE WS-RESULT TO WS-RESULT-EDIT
           MOVE SPACES TO WS-RESULT-DISPLAY
           MOVE FUNCTION TRIM(WS-RESULT-EDIT) TO WS-RESULT-DISPLAY
           IF FRACTION-PRESENT
              IF WS-FRAC-LEN > 0
                 STRING FUNCTION TRIM(WS-RESULT-EDIT) DELIMITED BY SIZE
                        '.'                           DELIMITED BY SIZE
                        WS-FRAC-RESULT(1:WS-FRAC-LEN) DELIMITED BY SIZE
                        INTO WS-RESULT-DISPLAY
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF SIGNED-MODE-ON AND WS-BASE EQUAL 2
              PERFORM SET-SIGNED-BOUNDS
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BINARY))
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BINARY))
             TO WS-SIGNED-LEN
           IF WS-SIGNED-LEN NOT EQUAL WS-WORD-WIDTH
           OR FRACTION-PRESENT
              ADD 1 TO WS-VERIFY-SKIP
              STRING FUNCTION TRIM(BINARY-REC)  DELIMITED BY SIZE
                     ' -- SKIPPED, not a full-width signed pattern'
