           SELECT STALE-LOCK-FILE ASSIGN TO WS-STALE-LOCK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-STALE-LOCK-STATUS.
      *// sliver triangles fail in the cutting machine --
      *// those breaking the run's mesh-quality rule are listed here.
           SELECT MESH-QUALITY-FILE ASSIGN TO WS-MESH-QUALITY-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// one shared job-history file across the whole
      *// suite: program, when it ran, mode, counts, completion.
           SELECT JOB-HISTORY-FILE ASSIGN TO WS-JOB-HISTORY-PATH
              FILE STATUS WS-JOB-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *// drafting's CAD export sends three vertices in
      *// place of three sides; column 32 carries the record type
      *// (blank or S for sides, V for vertices) so the two kinds
      *// can be mixed in one file.
       FD TRIANGLE-FILE.
        01 TRIANGLE-REC.
         02 TR-SIDES PIC X(20).
         02 TR-PROPERTY PIC X(11).
         02 TR-REC-TYPE PIC X.
           88 TR-VERTEX-RECORD VALUE 'V'.
         02 FILLER PIC X(90).
        01 TRIANGLE-VERTEX-REC.
         02 TV-PART-ID PIC X(20).
         02 TV-PROPERTY PIC X(11).
         02 TV-REC-TYPE PIC X.
         02 TV-VERTEX PIC X(30) OCCURS 3 TIMES.
       FD CLASSIFICATION-REPORT-FILE.
      *// widened from X(100) -- the similar-shape tag can
      *// push a fully loaded line past the old record size.
      *// widened again from X(130) for the vertex coordinates.
        01 CLASSIFICATION-REPORT-REC PIC X(230).
       FD EXCEPTIONS-FILE.
        01 EXCEPTIONS-REC PIC X(180).
       FD MESH-QUALITY-FILE.
        01 MESH-QUALITY-REC PIC X(230).
       FD TOLERANCE-FILE.
        01 TOLERANCE-REC.
         02 TOL-IN PIC 9V99.
        01 PRIOR-TRIANGLE-REC.
         02 PT-SIDES PIC X(20).
         02 PT-PROPERTY PIC X(11).
         02 PT-REC-TYPE PIC X.
           88 PT-VERTEX-RECORD VALUE 'V'.
         02 FILLER PIC X(90).
        01 PRIOR-VERTEX-REC.
         02 PV-PART-ID PIC X(20).
         02 PV-PROPERTY PIC X(11).
         02 PV-REC-TYPE PIC X.
         02 PV-VERTEX PIC X(30) OCCURS 3 TIMES.
       FD COMPARE-REPORT-FILE.
        01 COMPARE-REPORT-REC PIC X(130).
       FD RUN-CONTROL-FILE.
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
      *Incoming
       01 WS-SIDES PIC X(20).
       01 WS-AREA           PIC 9(5)V99.
       01 WS-AREA-EDIT      PIC ZZZZ9.99.
       01 WS-AREA-TOT-EDIT  PIC Z(7)9.99.
      *// interior angles in degrees by the law of cosines,
      *// and the acute/right/obtuse class that goes with them.
       01 WS-ANGLE-A        PIC 9(3)V99.
       01 WS-ANGLE-B        PIC 9(3)V99.
       01 WS-ANGLE-C        PIC 9(3)V99.
       01 WS-ANGLE-SMALLEST PIC 9(3)V99.
       01 WS-ANGLE-LARGEST  PIC 9(3)V99.
       01 WS-ANGLE-EDIT-A   PIC ZZ9.99.
       01 WS-ANGLE-EDIT-B   PIC ZZ9.99.
       01 WS-ANGLE-EDIT-C   PIC ZZ9.99.
       01 WS-ANGLE-CLASS    PIC X(6).
       01 WS-SIDE-SHORTEST  PIC 9(2)V9(2).
       01 WS-SIDE-RATIO     PIC 9(4)V99.
       01 WS-SIDE-RATIO-EDIT PIC ZZZ9.99.
       01 WS-RIGHT-TAG PIC X(20).
       01 WS-PROPERTY-TAG PIC X(20).
      *// BATCH CONTROL
       01 WS-CTL-REJ-UNRECOGNIZED     PIC 9(6) VALUE 0.
       01 WS-CTL-REJ-INEQUALITY       PIC 9(6) VALUE 0.
       01 WS-CTL-REJ-DEGENERATE       PIC 9(6) VALUE 0.
       01 WS-CTL-REJ-COLLINEAR        PIC 9(6) VALUE 0.
       01 WS-CTL-REJ-BAD-VERTEX       PIC 9(6) VALUE 0.
       01 WS-CTL-ACCOUNTED            PIC 9(6) VALUE 0.
       01 WS-CTL-EDIT                 PIC Z(5)9.
       01 WS-CTL-EDIT2                PIC Z(5)9.
       01 WS-CTL-LABEL                PIC X(26).
      *// VERTEX-COORDINATE RECORDS -- the sides are the
      *// distances between the vertices; a z left off is zero.
      *// Vertices on one line are rejected on their own reason:
      *// the apex sits within tolerance of the longest side.
       01 WS-VERTEX-TABLE.
         02 WS-VERTEX-ENTRY OCCURS 3 TIMES.
            03 VTX-TEXT               PIC X(30).
            03 VTX-X                  PIC S9(5)V99.
            03 VTX-Y                  PIC S9(5)V99.
            03 VTX-Z                  PIC S9(5)V99.
       01 WS-VTX-IND                  PIC 9.
       01 WS-VTX-FROM                 PIC 9.
       01 WS-VTX-TO                   PIC 9.
       01 WS-VTX-TOKEN-1              PIC X(12).
       01 WS-VTX-TOKEN-2              PIC X(12).
       01 WS-VTX-TOKEN-3              PIC X(12).
       01 WS-VTX-TOKEN-4              PIC X(12).
       01 WS-VTX-TOKENS               PIC 9.
       01 WS-VTX-DX                   PIC S9(6)V99.
       01 WS-VTX-DY                   PIC S9(6)V99.
       01 WS-VTX-DZ                   PIC S9(6)V99.
       01 WS-VTX-LENGTH               PIC 9(2)V9(2).
       01 WS-VTX-LONGEST              PIC 9(2)V9(2).
       01 WS-VTX-SIDE-EDIT            PIC Z9.99.
       01 WS-VTX-CROSS-X              PIC S9(12)V9(4).
       01 WS-VTX-CROSS-Y              PIC S9(12)V9(4).
       01 WS-VTX-CROSS-Z              PIC S9(12)V9(4).
       01 WS-VTX-HEIGHT               PIC 9(12)V9(4).
       01 WS-VTX-STATE                PIC X VALUE SPACE.
         88 VERTICES-COLLINEAR        VALUE 'C'.
         88 VERTICES-UNUSABLE         VALUE 'X'.
         88 VERTICES-GIVEN            VALUE 'G' 'C' 'X'.
      *// what the report lines lead with: the sides as
      *// read, or the original vertices and the derived sides.
       01 WS-REPORT-LEAD              PIC X(120).
      *// MESH QUALITY -- a valid triangle is flagged when
      *// its smallest angle is under MIN-ANGLE or its longest to
      *// shortest side ratio is over MAX-RATIO; a rule left at
      *// zero is not applied.
       01 WS-MESH-QUALITY-PATH        PIC X(100)
                                    VALUE 'triangle-mesh-quality.rpt'.
       01 WS-MESH-MIN-ANGLE           PIC 9(3)V99 VALUE 0.
       01 WS-MESH-MAX-RATIO           PIC 9(4)V99 VALUE 0.
       01 WS-MESH-NUMBER              PIC S9(7)V99.
       01 WS-MESH-LIMIT-EDIT          PIC ZZZ9.99.
       01 WS-MESH-FLAGGED             PIC X VALUE 'N'.
         88 MESH-QUALITY-FLAGGED      VALUE 'Y'.
       01 WS-MESH-REASON              PIC X(80).
       01 WS-CTL-MESH-FLAGGED         PIC 9(6) VALUE 0.
      *// SIMILAR-TRIANGLE DETECTION -- a 3,4,5 and a
      *// 6,8,10 are one drafting template drawn twice. Shapes are
      *// keyed on side ratios with the smallest side as the unit.
            03 SHP-COUNT    PIC 9(4).
            03 SHP-AREA     PIC 9(5)V99.
            03 SHP-AREA-SUM PIC 9(8)V99.
            03 SHP-MESH-FLAGS PIC 9(4).
       01 WS-SHAPE-COUNT              PIC 9(4) VALUE 0.
       01 WS-SHAPE-IND                PIC 9(4).
      *// the template the current record landed on
       01 WS-SHAPE-HIT                PIC 9(4) VALUE 0.
       01 WS-SORTED-S1                PIC 9(2)V9(2).
       01 WS-SORTED-S2                PIC 9(2)V9(2).
       01 WS-SORTED-S3                PIC 9(2)V9(2).
            03 CMC-ID    PIC X(12).
            03 CMC-SIDES PIC X(20).
            03 CMC-PROP  PIC X(11).
            03 CMC-VTX   PIC X.
       01 WS-CMP-CUR-COUNT            PIC 9(4) VALUE 0.
       01 WS-CMP-PRI-TABLE.
         02 WS-CMP-PRI-ENTRY OCCURS 500 TIMES.
            03 CMP-ID    PIC X(12).
            03 CMP-SIDES PIC X(20).
            03 CMP-PROP  PIC X(11).
            03 CMP-VTX   PIC X.
            03 CMP-SEEN  PIC X.
       01 WS-CMP-PRI-COUNT            PIC 9(4) VALUE 0.
       01 WS-CMP-IND                  PIC 9(4).
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       TRIANGLE.
                 MOVE RCTL-VALUE TO WS-PRIOR-PATH
              WHEN 'COMPARE-RPT'
                 MOVE RCTL-VALUE TO WS-COMPARE-REPORT-PATH
              WHEN 'MESH-QUALITY'
                 MOVE RCTL-VALUE TO WS-MESH-QUALITY-PATH
              WHEN 'MIN-ANGLE'
                 IF FUNCTION TEST-NUMVAL(RCTL-VALUE) EQUAL 0
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-MESH-NUMBER
                 ELSE
                    MOVE -1 TO WS-MESH-NUMBER
                 END-IF
                 IF WS-MESH-NUMBER >= 0 AND WS-MESH-NUMBER < 60
                    MOVE WS-MESH-NUMBER TO WS-MESH-MIN-ANGLE
                 ELSE
                    DISPLAY 'triangle run-control: MIN-ANGLE must be '
                       'degrees from 0 to under 60, entry ignored'
                 END-IF
              WHEN 'MAX-RATIO'
                 IF FUNCTION TEST-NUMVAL(RCTL-VALUE) EQUAL 0
                    MOVE FUNCTION NUMVAL(RCTL-VALUE) TO WS-MESH-NUMBER
                 ELSE
                    MOVE -1 TO WS-MESH-NUMBER
                 END-IF
                 IF WS-MESH-NUMBER EQUAL 0
                 OR (WS-MESH-NUMBER >= 1 AND WS-MESH-NUMBER < 10000)
                    MOVE WS-MESH-NUMBER TO WS-MESH-MAX-RATIO
                 ELSE
                    DISPLAY 'triangle run-control: MAX-RATIO must be '
                       '1 or more (0 for none), entry ignored'
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           OPEN INPUT TRIANGLE-FILE
           OPEN OUTPUT CLASSIFICATION-REPORT-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           OPEN OUTPUT MESH-QUALITY-FILE
           PERFORM WRITE-MESH-QUALITY-HEADING
           IF NOT TOLERANCE-LOADED
              PERFORM LOAD-TOLERANCE
           END-IF
           CLOSE TRIANGLE-FILE
           CLOSE CLASSIFICATION-REPORT-FILE
           CLOSE EXCEPTIONS-FILE
           CLOSE MESH-QUALITY-FILE
       .
      *// roll this record into the run's control totals
       TALLY-CLASSIFICATION.
                    ADD 1 TO WS-CTL-REJ-INEQUALITY
                 WHEN 'DEGENERATE/ZERO-LENGTH SIDES'
                    ADD 1 TO WS-CTL-REJ-DEGENERATE
                 WHEN 'COLLINEAR VERTICES'
                    ADD 1 TO WS-CTL-REJ-COLLINEAR
                 WHEN 'BAD VERTEX COORDINATES'
                    ADD 1 TO WS-CTL-REJ-BAD-VERTEX
              END-EVALUATE
           END-IF
       .
                           INTO WS-SIMILAR-TAG
                    ADD 1 TO SHP-COUNT(WS-SHAPE-IND)
                    ADD WS-AREA TO SHP-AREA-SUM(WS-SHAPE-IND)
                    MOVE WS-SHAPE-IND TO WS-SHAPE-HIT
                    MOVE WS-SHAPE-COUNT TO WS-SHAPE-IND
                 END-IF
              END-IF
                 MOVE 1 TO SHP-COUNT(WS-SHAPE-COUNT)
                 MOVE WS-AREA TO SHP-AREA(WS-SHAPE-COUNT)
                 MOVE WS-AREA TO SHP-AREA-SUM(WS-SHAPE-COUNT)
                 MOVE 0 TO SHP-MESH-FLAGS(WS-SHAPE-COUNT)
                 MOVE WS-SHAPE-COUNT TO WS-SHAPE-HIT
              END-IF
           END-IF
       .
           MOVE WS-CTL-REJ-DEGENERATE TO WS-CTL-EDIT
           MOVE 'Rejected - degenerate:   ' TO WS-CTL-LABEL
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-CTL-REJ-COLLINEAR TO WS-CTL-EDIT
           MOVE 'Rejected - collinear:    ' TO WS-CTL-LABEL
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-CTL-REJ-BAD-VERTEX TO WS-CTL-EDIT
           MOVE 'Rejected - bad vertices: ' TO WS-CTL-LABEL
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-SHAPE-COUNT TO WS-CTL-EDIT
           MOVE 'Distinct shapes:         ' TO WS-CTL-LABEL
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-CTL-MESH-FLAGGED TO WS-CTL-EDIT
           MOVE 'Mesh-quality flagged:    ' TO WS-CTL-LABEL
           PERFORM WRITE-SUMMARY-LINE
           COMPUTE WS-CTL-ACCOUNTED = WS-CTL-EQUILATERAL
              + WS-CTL-ISOSCELES + WS-CTL-SCALENE
              + WS-CTL-REJ-MISMATCH + WS-CTL-REJ-UNRECOGNIZED
              + WS-CTL-REJ-INEQUALITY + WS-CTL-REJ-DEGENERATE
              + WS-CTL-REJ-COLLINEAR + WS-CTL-REJ-BAD-VERTEX
           MOVE SPACES TO CLASSIFICATION-REPORT-REC
           MOVE WS-CTL-ACCOUNTED TO WS-CTL-EDIT
           MOVE WS-CTL-READ TO WS-CTL-EDIT2
                     FUNCTION TRIM(WS-AREA-TOT-EDIT)
                                                 DELIMITED BY SIZE
                     INTO CLASSIFICATION-REPORT-REC
              IF SHP-MESH-FLAGS(WS-SHAPE-IND) > 0
                 MOVE SHP-MESH-FLAGS(WS-SHAPE-IND) TO WS-CTL-EDIT
                 STRING FUNCTION TRIM(CLASSIFICATION-REPORT-REC)
                                                 DELIMITED BY SIZE
                        ', mesh-quality flags '  DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CTL-EDIT)
                                                 DELIMITED BY SIZE
                        INTO CLASSIFICATION-REPORT-REC
              END-IF
              WRITE CLASSIFICATION-REPORT-REC
           END-PERFORM
       .
       CLASSIFY-TRIANGLE-RECORD.
           MOVE SPACE TO WS-VTX-STATE
           IF TR-VERTEX-RECORD
              MOVE TV-VERTEX(1) TO VTX-TEXT(1)
              MOVE TV-VERTEX(2) TO VTX-TEXT(2)
              MOVE TV-VERTEX(3) TO VTX-TEXT(3)
              PERFORM DERIVE-VERTEX-SIDES
           ELSE
              MOVE TR-SIDES TO WS-SIDES
           END-IF
           MOVE TR-PROPERTY TO WS-PROPERTY
           PERFORM CLASSIFY-TRIANGLE
           PERFORM BUILD-REPORT-LEAD
           PERFORM TALLY-CLASSIFICATION
           MOVE SPACES TO WS-SIMILAR-TAG
           MOVE 0 TO WS-SHAPE-HIT
           IF YES-TRIANGLE
              PERFORM CHECK-SIMILAR-SHAPE
              PERFORM CHECK-MESH-QUALITY
           END-IF
           MOVE WS-PERIMETER TO WS-PERIMETER-EDIT
           MOVE WS-AREA TO WS-AREA-EDIT
           END-IF
           MOVE SPACES TO CLASSIFICATION-REPORT-REC
           IF YES-TRIANGLE
              STRING FUNCTION TRIM(WS-REPORT-LEAD) DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROPERTY-TAG) DELIMITED BY SIZE
                     ') is a valid triangle, perimeter '
                     FUNCTION TRIM(WS-AREA-EDIT) DELIMITED BY SIZE
                     ', ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RIGHT-TAG) DELIMITED BY SIZE
                     ', angles ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANGLE-EDIT-A) DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANGLE-EDIT-B) DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANGLE-EDIT-C) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ANGLE-CLASS) DELIMITED BY SIZE
                     INTO CLASSIFICATION-REPORT-REC
              IF WS-SIMILAR-TAG NOT EQUAL SPACES
                 STRING FUNCTION TRIM(CLASSIFICATION-REPORT-REC)
              END-IF
              WRITE CLASSIFICATION-REPORT-REC
           ELSE
              STRING FUNCTION TRIM(WS-REPORT-LEAD) DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROPERTY) DELIMITED BY SIZE
                     ') is NOT a valid triangle' DELIMITED BY SIZE
                     INTO CLASSIFICATION-REPORT-REC
              WRITE CLASSIFICATION-REPORT-REC
              MOVE SPACES TO EXCEPTIONS-REC
              STRING FUNCTION TRIM(WS-REPORT-LEAD) DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROPERTY) DELIMITED BY SIZE
                     ') rejected: ' DELIMITED BY SIZE
         SET NO-TRIANGLE TO TRUE
         MOVE 'DEGENERATE/ZERO-LENGTH SIDES' TO WS-REJECT-REASON
        END-IF

      *// VERTEX RECORDS -- collinear vertices give sides
      *// that pass the inequality exactly, so they are caught here
        IF VERTICES-COLLINEAR OR VERTICES-UNUSABLE
         SET NO-TRIANGLE TO TRUE
         IF PROPERTY-DERIVED
          MOVE SPACES TO WS-PROPERTY
          MOVE 'N' TO WS-PROPERTY-DERIVED
         END-IF
         IF VERTICES-COLLINEAR
          MOVE 'COLLINEAR VERTICES' TO WS-REJECT-REASON
         ELSE
          MOVE 'BAD VERTEX COORDINATES' TO WS-REJECT-REASON
         END-IF
        END-IF
       .
      *// three (x,y) or (x,y,z) vertices in, the three
      *// side lengths out as a sides value the classification
      *// reads exactly as it reads a keyed one.
       DERIVE-VERTEX-SIDES.
           MOVE 'G' TO WS-VTX-STATE
           MOVE SPACES TO WS-SIDES
           IF NOT TOLERANCE-LOADED
              PERFORM LOAD-TOLERANCE
           END-IF
           PERFORM VARYING WS-VTX-IND FROM 1 BY 1
              UNTIL WS-VTX-IND > 3
              PERFORM PARSE-ONE-VERTEX
           END-PERFORM
           IF VERTICES-UNUSABLE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VTX-LONGEST
           MOVE 1 TO WS-VTX-FROM
           MOVE 2 TO WS-VTX-TO
           PERFORM MEASURE-VERTEX-SIDE
           MOVE WS-VTX-LENGTH TO WS-VTX-SIDE-EDIT
           STRING FUNCTION TRIM(WS-VTX-SIDE-EDIT) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  INTO WS-SIDES
           MOVE 2 TO WS-VTX-FROM
           MOVE 3 TO WS-VTX-TO
           PERFORM MEASURE-VERTEX-SIDE
           MOVE WS-VTX-LENGTH TO WS-VTX-SIDE-EDIT
           STRING FUNCTION TRIM(WS-SIDES)         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VTX-SIDE-EDIT) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  INTO WS-SIDES
           MOVE 3 TO WS-VTX-FROM
           MOVE 1 TO WS-VTX-TO
           PERFORM MEASURE-VERTEX-SIDE
           MOVE WS-VTX-LENGTH TO WS-VTX-SIDE-EDIT
           STRING FUNCTION TRIM(WS-SIDES)         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VTX-SIDE-EDIT) DELIMITED BY SIZE
                  INTO WS-SIDES
           IF VERTICES-UNUSABLE
              MOVE SPACES TO WS-SIDES
              EXIT PARAGRAPH
           END-IF
      *// twice the area is the cross product of two edges;
      *// divided by the longest side it is the apex's height. All
      *// three vertices on one spot is left to the zero-length test.
           IF WS-VTX-LONGEST EQUAL 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VTX-CROSS-X =
              (VTX-Y(2) - VTX-Y(1)) * (VTX-Z(3) - VTX-Z(1))
            - (VTX-Z(2) - VTX-Z(1)) * (VTX-Y(3) - VTX-Y(1))
           COMPUTE WS-VTX-CROSS-Y =
              (VTX-Z(2) - VTX-Z(1)) * (VTX-X(3) - VTX-X(1))
            - (VTX-X(2) - VTX-X(1)) * (VTX-Z(3) - VTX-Z(1))
           COMPUTE WS-VTX-CROSS-Z =
              (VTX-X(2) - VTX-X(1)) * (VTX-Y(3) - VTX-Y(1))
            - (VTX-Y(2) - VTX-Y(1)) * (VTX-X(3) - VTX-X(1))
           COMPUTE WS-VTX-HEIGHT ROUNDED = FUNCTION SQRT(
              WS-VTX-CROSS-X * WS-VTX-CROSS-X
            + WS-VTX-CROSS-Y * WS-VTX-CROSS-Y
            + WS-VTX-CROSS-Z * WS-VTX-CROSS-Z) / WS-VTX-LONGEST
           IF WS-VTX-HEIGHT <= WS-TOLERANCE
              MOVE 'C' TO WS-VTX-STATE
           END-IF
       .
      *// one vertex: two or three numeric coordinates,
      *// comma separated; anything else makes the record unusable.
       PARSE-ONE-VERTEX.
           MOVE SPACES TO WS-VTX-TOKEN-1 WS-VTX-TOKEN-2
                          WS-VTX-TOKEN-3 WS-VTX-TOKEN-4
           MOVE 0 TO WS-VTX-TOKENS
           UNSTRING VTX-TEXT(WS-VTX-IND) DELIMITED BY ','
              INTO WS-VTX-TOKEN-1 WS-VTX-TOKEN-2
                   WS-VTX-TOKEN-3 WS-VTX-TOKEN-4
              TALLYING IN WS-VTX-TOKENS
           END-UNSTRING
           MOVE 0 TO VTX-X(WS-VTX-IND) VTX-Y(WS-VTX-IND)
                     VTX-Z(WS-VTX-IND)
           IF WS-VTX-TOKENS < 2 OR WS-VTX-TOKENS > 3
           OR WS-VTX-TOKEN-1 EQUAL SPACES
           OR WS-VTX-TOKEN-2 EQUAL SPACES
              MOVE 'X' TO WS-VTX-STATE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VTX-TOKEN-1) NOT EQUAL 0
           OR FUNCTION TEST-NUMVAL(WS-VTX-TOKEN-2) NOT EQUAL 0
              MOVE 'X' TO WS-VTX-STATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE VTX-X(WS-VTX-IND) = FUNCTION NUMVAL(WS-VTX-TOKEN-1)
           COMPUTE VTX-Y(WS-VTX-IND) = FUNCTION NUMVAL(WS-VTX-TOKEN-2)
           IF WS-VTX-TOKENS EQUAL 3
              IF FUNCTION TEST-NUMVAL(WS-VTX-TOKEN-3) NOT EQUAL 0
                 MOVE 'X' TO WS-VTX-STATE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE VTX-Z(WS-VTX-IND) =
                 FUNCTION NUMVAL(WS-VTX-TOKEN-3)
           END-IF
       .
      *// distance between two vertices, to the sides' two
      *// decimals; a side past the sides' capacity is unusable.
       MEASURE-VERTEX-SIDE.
           COMPUTE WS-VTX-DX = VTX-X(WS-VTX-TO) - VTX-X(WS-VTX-FROM)
           COMPUTE WS-VTX-DY = VTX-Y(WS-VTX-TO) - VTX-Y(WS-VTX-FROM)
           COMPUTE WS-VTX-DZ = VTX-Z(WS-VTX-TO) - VTX-Z(WS-VTX-FROM)
           COMPUTE WS-VTX-LENGTH ROUNDED = FUNCTION SQRT(
              WS-VTX-DX * WS-VTX-DX + WS-VTX-DY * WS-VTX-DY
            + WS-VTX-DZ * WS-VTX-DZ)
              ON SIZE ERROR
                 MOVE 'X' TO WS-VTX-STATE
                 MOVE 0 TO WS-VTX-LENGTH
           END-COMPUTE
           IF WS-VTX-LENGTH > WS-VTX-LONGEST
              MOVE WS-VTX-LENGTH TO WS-VTX-LONGEST
           END-IF
       .
      *// a vertex record is reported with its original
      *// coordinates ahead of the sides derived from them.
       BUILD-REPORT-LEAD.
           MOVE SPACES TO WS-REPORT-LEAD
           IF NOT VERTICES-GIVEN
              MOVE WS-SIDES TO WS-REPORT-LEAD
              EXIT PARAGRAPH
           END-IF
           STRING 'vertices ('                 DELIMITED BY SIZE
                  FUNCTION TRIM(VTX-TEXT(1))   DELIMITED BY SIZE
                  ') ('                        DELIMITED BY SIZE
                  FUNCTION TRIM(VTX-TEXT(2))   DELIMITED BY SIZE
                  ') ('                        DELIMITED BY SIZE
                  FUNCTION TRIM(VTX-TEXT(3))   DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
                  INTO WS-REPORT-LEAD
           IF WS-SIDES NOT EQUAL SPACES
              STRING FUNCTION TRIM(WS-REPORT-LEAD) DELIMITED BY SIZE
                     ' sides '                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SIDES)       DELIMITED BY SIZE
                     INTO WS-REPORT-LEAD
           END-IF
       .
      *// the feed asserted a property -- verify it against
      *// the sides, exactly as before.
           COMPUTE WS-AREA ROUNDED = FUNCTION SQRT(
              WS-SEMI * WS-HERON-A * WS-HERON-B * WS-HERON-C)
        END-IF

      *// interior angles: each from the law of cosines,
      *// the last as what is left of 180 so the three always add
      *// up. No angles for sides that cannot close a triangle.
        MOVE 0 TO WS-ANGLE-A WS-ANGLE-B WS-ANGLE-C
                  WS-ANGLE-SMALLEST WS-ANGLE-LARGEST WS-SIDE-RATIO
        MOVE SPACES TO WS-ANGLE-CLASS
        IF WS-A > 0 AND WS-B > 0 AND WS-C > 0
        AND WS-HERON-A >= 0 AND WS-HERON-B >= 0 AND WS-HERON-C >= 0
           COMPUTE WS-ANGLE-A ROUNDED = FUNCTION ACOS(
              (WS-B * WS-B + WS-C * WS-C - WS-A * WS-A)
              / (2 * WS-B * WS-C)) * 180 / FUNCTION PI
           COMPUTE WS-ANGLE-B ROUNDED = FUNCTION ACOS(
              (WS-A * WS-A + WS-C * WS-C - WS-B * WS-B)
              / (2 * WS-A * WS-C)) * 180 / FUNCTION PI
           COMPUTE WS-ANGLE-C = 180 - WS-ANGLE-A - WS-ANGLE-B
           MOVE WS-ANGLE-A TO WS-ANGLE-SMALLEST WS-ANGLE-LARGEST
           IF WS-ANGLE-B < WS-ANGLE-SMALLEST
              MOVE WS-ANGLE-B TO WS-ANGLE-SMALLEST
           END-IF
           IF WS-ANGLE-C < WS-ANGLE-SMALLEST
              MOVE WS-ANGLE-C TO WS-ANGLE-SMALLEST
           END-IF
           IF WS-ANGLE-B > WS-ANGLE-LARGEST
              MOVE WS-ANGLE-B TO WS-ANGLE-LARGEST
           END-IF
           IF WS-ANGLE-C > WS-ANGLE-LARGEST
              MOVE WS-ANGLE-C TO WS-ANGLE-LARGEST
           END-IF
      *// right follows the tolerance-aware test above, so
      *// the two flags can never disagree
           EVALUATE TRUE
              WHEN IS-RIGHT-TRIANGLE
                 MOVE 'right' TO WS-ANGLE-CLASS
              WHEN WS-ANGLE-LARGEST > 90
                 MOVE 'obtuse' TO WS-ANGLE-CLASS
              WHEN OTHER
                 MOVE 'acute' TO WS-ANGLE-CLASS
           END-EVALUATE
           MOVE WS-A TO WS-SIDE-SHORTEST
           IF WS-B < WS-SIDE-SHORTEST
              MOVE WS-B TO WS-SIDE-SHORTEST
           END-IF
           IF WS-C < WS-SIDE-SHORTEST
              MOVE WS-C TO WS-SIDE-SHORTEST
           END-IF
           COMPUTE WS-SIDE-RATIO ROUNDED =
              WS-HYPOTENUSE / WS-SIDE-SHORTEST
        END-IF
        MOVE WS-ANGLE-A TO WS-ANGLE-EDIT-A
        MOVE WS-ANGLE-B TO WS-ANGLE-EDIT-B
        MOVE WS-ANGLE-C TO WS-ANGLE-EDIT-C
       .
      *// the mesh-quality rule, applied to valid triangles
      *// only; a flagged one is still a valid triangle.
       CHECK-MESH-QUALITY.
           MOVE 'N' TO WS-MESH-FLAGGED
           MOVE SPACES TO WS-MESH-REASON
           IF WS-MESH-MIN-ANGLE > 0
           AND WS-ANGLE-SMALLEST < WS-MESH-MIN-ANGLE
              SET MESH-QUALITY-FLAGGED TO TRUE
              MOVE WS-MESH-MIN-ANGLE TO WS-MESH-LIMIT-EDIT
              STRING 'smallest angle under '      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MESH-LIMIT-EDIT)
                                                  DELIMITED BY SIZE
                     INTO WS-MESH-REASON
           END-IF
           IF WS-MESH-MAX-RATIO > 0
           AND WS-SIDE-RATIO > WS-MESH-MAX-RATIO
              MOVE WS-MESH-MAX-RATIO TO WS-MESH-LIMIT-EDIT
              IF MESH-QUALITY-FLAGGED
                 STRING FUNCTION TRIM(WS-MESH-REASON)
                                                  DELIMITED BY SIZE
                        '; '                      DELIMITED BY SIZE
                        INTO WS-MESH-REASON
              END-IF
              SET MESH-QUALITY-FLAGGED TO TRUE
              STRING FUNCTION TRIM(WS-MESH-REASON) DELIMITED BY SIZE
                     ' side ratio over '          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MESH-LIMIT-EDIT)
                                                  DELIMITED BY SIZE
                     INTO WS-MESH-REASON
           END-IF
           IF NOT MESH-QUALITY-FLAGGED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTL-MESH-FLAGGED
           IF WS-SHAPE-HIT > 0
              ADD 1 TO SHP-MESH-FLAGS(WS-SHAPE-HIT)
              MOVE SHP-RECORD(WS-SHAPE-HIT) TO WS-SIMILAR-EDIT
           ELSE
              MOVE 0 TO WS-SIMILAR-EDIT
           END-IF
           MOVE WS-SIDE-RATIO TO WS-SIDE-RATIO-EDIT
           MOVE SPACES TO MESH-QUALITY-REC
           STRING FUNCTION TRIM(WS-REPORT-LEAD) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROPERTY) DELIMITED BY SIZE
                  ') angles ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANGLE-EDIT-A) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANGLE-EDIT-B) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANGLE-EDIT-C) DELIMITED BY SIZE
                  ', side ratio ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIDE-RATIO-EDIT) DELIMITED BY SIZE
                  ' -- ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESH-REASON) DELIMITED BY SIZE
                  ', template at record ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIMILAR-EDIT) DELIMITED BY SIZE
                  INTO MESH-QUALITY-REC
           WRITE MESH-QUALITY-REC
       .
       WRITE-MESH-QUALITY-HEADING.
           MOVE SPACES TO MESH-QUALITY-REC
           MOVE WS-MESH-MIN-ANGLE TO WS-MESH-LIMIT-EDIT
           STRING 'MESH QUALITY EXCEPTIONS -- minimum angle '
                                                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESH-LIMIT-EDIT)
                                                  DELIMITED BY SIZE
                  INTO MESH-QUALITY-REC
           MOVE WS-MESH-MAX-RATIO TO WS-MESH-LIMIT-EDIT
           STRING FUNCTION TRIM(MESH-QUALITY-REC) DELIMITED BY SIZE
                  ', maximum side ratio '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESH-LIMIT-EDIT)
                                                  DELIMITED BY SIZE
                  ' (0 = not applied)'            DELIMITED BY SIZE
                  INTO MESH-QUALITY-REC
           WRITE MESH-QUALITY-REC
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
           MOVE 'TRIANGLE' TO JH-PROGRAM
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
                 NOT AT END
                    IF WS-CMP-CUR-COUNT < 500
                       ADD 1 TO WS-CMP-CUR-COUNT
                       MOVE SPACE TO WS-VTX-STATE
                       IF TR-VERTEX-RECORD
                          MOVE TV-VERTEX(1) TO VTX-TEXT(1)
                          MOVE TV-VERTEX(2) TO VTX-TEXT(2)
                          MOVE TV-VERTEX(3) TO VTX-TEXT(3)
                          PERFORM DERIVE-VERTEX-SIDES
                          MOVE TV-PART-ID TO WS-CMP-LABEL
                       ELSE
                          MOVE TR-SIDES TO WS-SIDES
                          PERFORM SPLIT-OPTIONAL-PART-ID
                       END-IF
                       MOVE WS-VTX-STATE
                         TO CMC-VTX(WS-CMP-CUR-COUNT)
                       MOVE WS-CMP-LABEL
                         TO CMC-ID(WS-CMP-CUR-COUNT)
                       MOVE WS-SIDES
                    NOT AT END
                       IF WS-CMP-PRI-COUNT < 500
                          ADD 1 TO WS-CMP-PRI-COUNT
                          MOVE SPACE TO WS-VTX-STATE
                          IF PT-VERTEX-RECORD
                             MOVE PV-VERTEX(1) TO VTX-TEXT(1)
                             MOVE PV-VERTEX(2) TO VTX-TEXT(2)
                             MOVE PV-VERTEX(3) TO VTX-TEXT(3)
                             PERFORM DERIVE-VERTEX-SIDES
                             MOVE PV-PART-ID TO WS-CMP-LABEL
                          ELSE
                             MOVE PT-SIDES TO WS-SIDES
                             PERFORM SPLIT-OPTIONAL-PART-ID
                          END-IF
                          MOVE WS-VTX-STATE
                            TO CMP-VTX(WS-CMP-PRI-COUNT)
                          MOVE WS-CMP-LABEL
                            TO CMP-ID(WS-CMP-PRI-COUNT)
                          MOVE WS-SIDES
      *// through the same engine and tolerance.
           MOVE CMC-SIDES(WS-CMP-IND) TO WS-SIDES
           MOVE CMC-PROP(WS-CMP-IND) TO WS-PROPERTY
           MOVE CMC-VTX(WS-CMP-IND) TO WS-VTX-STATE
           PERFORM CLASSIFY-FOR-COMPARE
           MOVE WS-CMP1-VALID TO WS-CMP2-VALID
           MOVE WS-CMP1-PROP TO WS-CMP2-PROP
           MOVE WS-CMP1-PERIM TO WS-CMP2-PERIM
           MOVE CMP-SIDES(WS-CMP-CUR) TO WS-SIDES
           MOVE CMP-PROP(WS-CMP-CUR) TO WS-PROPERTY
           MOVE CMP-VTX(WS-CMP-CUR) TO WS-VTX-STATE
           PERFORM CLASSIFY-FOR-COMPARE
           COMPUTE WS-CMP-PERIM-DIFF = WS-CMP2-PERIM - WS-CMP1-PERIM
           EVALUATE TRUE
