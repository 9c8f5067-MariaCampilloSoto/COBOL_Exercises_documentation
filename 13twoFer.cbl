           SELECT EXPIRED-REPORT-FILE
              ASSIGN TO WS-EXPIRED-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// the door access system stops being retyped from
      *// the leavers list: joiners, zone moves, leavers and visitor
      *// passes go across as a fixed-format instruction feed with a
      *// control trailer, and the access system's acknowledgement
      *// file is read back to list anything it did not apply.
           SELECT DOOR-ZONE-FILE ASSIGN TO WS-DOOR-ZONE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-DOOR-ZONE-STATUS.
           SELECT ACCESS-FEED-FILE ASSIGN TO WS-ACCESS-FEED-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-ACCESS-FEED-STATUS.
           SELECT ACCESS-ACK-FILE ASSIGN TO WS-ACCESS-ACK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-ACCESS-ACK-STATUS.
           SELECT ACCESS-RECON-FILE ASSIGN TO WS-ACCESS-RECON-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// blank card stock and printer ribbon are drawn down
      *// by every badge printed, so the stores see a reorder coming
      *// before an induction day runs dry.
           SELECT STOCK-FILE ASSIGN TO WS-STOCK-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-STOCK-STATUS.
           SELECT STOCK-BAK-FILE ASSIGN TO WS-STOCK-BAK-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT GOODS-IN-FILE ASSIGN TO WS-GOODS-IN-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-GOODS-IN-STATUS.
           SELECT GOODS-IN-REPORT-FILE
              ASSIGN TO WS-GOODS-IN-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT CONSUMPTION-FILE ASSIGN TO WS-CONSUMPTION-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-CONSUMPTION-STATUS.
           SELECT CONSUMPTION-REPORT-FILE
              ASSIGN TO WS-CONSUMPTION-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// fire muster: who should be in the building --
      *// today's roster plus every visitor active today -- on one
      *// tick sheet per assembly point, and the wardens' present
      *// marks read back to list who is unaccounted for.
           SELECT ASSEMBLY-POINT-FILE ASSIGN TO WS-ASSEMBLY-POINT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-ASSEMBLY-POINT-STATUS.
           SELECT MUSTER-SHEET-FILE ASSIGN TO WS-MUSTER-SHEET-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT MUSTER-LIST-FILE ASSIGN TO WS-MUSTER-LIST-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-MUSTER-LIST-STATUS.
           SELECT MUSTER-PRESENT-FILE ASSIGN TO WS-MUSTER-PRESENT-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-MUSTER-PRESENT-STATUS.
           SELECT UNACCOUNTED-FILE ASSIGN TO WS-UNACCOUNTED-PATH
              ORGANIZATION LINE SEQUENTIAL.
      *// operations run-control: mode and file paths set
      *// per run from keyword/value records, no recompile.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
             02 VL-SPONSOR PIC X(6).
             02 VL-FROM    PIC X(8).
             02 VL-TO      PIC X(8).
      *// the pass number the door system knows the visitor
      *// by; ledgers written before it existed read back blank and
      *// are numbered on load.
             02 VL-PASS    PIC X(8).
       FD VISITOR-LEDGER-BAK-FILE.
          01 VISITOR-LEDGER-BAK-REC PIC X(68).
       FD DOOR-ZONE-FILE.
          01 DOOR-ZONE-REC.
             02 DZ-DEPT PIC X(4).
             02 DZ-ZONE PIC X(4).
      *// one instruction per record, numbered in sequence so
      *// the acknowledgement can be matched back; HDR leads and TRL
      *// closes the feed with its counts.
       FD ACCESS-FEED-FILE.
          01 ACCESS-FEED-REC.
             02 AC-SEQ       PIC 9(6).
             02 AC-ACTION    PIC X.
               88 AC-ACTIVATE     VALUE 'A'.
               88 AC-CHANGE-ZONE  VALUE 'Z'.
               88 AC-DEACTIVATE   VALUE 'D'.
             02 AC-KEY-TYPE  PIC X.
             02 AC-KEY       PIC X(8).
             02 AC-ZONE      PIC X(4).
             02 AC-OLD-ZONE  PIC X(4).
             02 AC-EFFECTIVE PIC X(8).
             02 AC-EXPIRES   PIC X(8).
             02 AC-NAME      PIC X(30).
          01 ACCESS-CONTROL-REC.
             02 ACT-TYPE         PIC X(3).
             02 ACT-DATE         PIC X(8).
             02 ACT-MODE         PIC X.
             02 ACT-COUNT        PIC 9(6).
             02 ACT-ACTIVATES    PIC 9(6).
             02 ACT-CHANGES      PIC 9(6).
             02 ACT-DEACTIVATES  PIC 9(6).
       FD ACCESS-ACK-FILE.
          01 ACCESS-ACK-REC.
             02 AK-SEQ    PIC X(6).
             02 AK-KEY    PIC X(8).
             02 AK-RESULT PIC X(2).
             02 AK-TEXT   PIC X(40).
       FD ACCESS-RECON-FILE.
          01 ACCESS-RECON-REC PIC X(120).
       FD EXPIRED-REPORT-FILE.
          01 EXPIRED-REPORT-REC PIC X(100).
       FD REPRINT-REQUEST-FILE.
          01 REPRINT-REPORT-REC PIC X(120).
       FD CHANGES-FILE.
          01 CHANGES-REC PIC X(180).
      *// on-hand and reorder level are both held in badge
      *// prints; goods arrive in units (packs of cards, ribbon
      *// rolls) and PER-UNIT converts them.
       FD STOCK-FILE.
          01 STOCK-REC.
             02 ST-ITEM     PIC X(8).
             02 ST-ON-HAND  PIC S9(7) SIGN LEADING SEPARATE.
             02 ST-REORDER  PIC 9(7).
             02 ST-PER-UNIT PIC 9(5).
             02 ST-DESC     PIC X(30).
       FD STOCK-BAK-FILE.
          01 STOCK-BAK-REC PIC X(58).
      *// R receives GI-QTY units into stock; L sets the
      *// item's reorder level to GI-QTY prints.
       FD GOODS-IN-FILE.
          01 GOODS-IN-REC.
             02 GI-TYPE PIC X.
             02 GI-DATE PIC X(8).
             02 GI-ITEM PIC X(8).
             02 GI-QTY  PIC X(7).
             02 GI-REF  PIC X(20).
       FD GOODS-IN-REPORT-FILE.
          01 GOODS-IN-REPORT-REC PIC X(120).
       FD CONSUMPTION-FILE.
          01 CONSUMPTION-REC.
             02 CN-DATE PIC X(8).
             02 CN-MODE PIC X.
             02 CN-DEPT PIC X(4).
             02 CN-ITEM PIC X(8).
             02 CN-QTY  PIC 9(5).
       FD CONSUMPTION-REPORT-FILE.
          01 CONSUMPTION-REPORT-REC PIC X(120).
       FD ASSEMBLY-POINT-FILE.
          01 ASSEMBLY-POINT-REC.
             02 AP-DEPT  PIC X(4).
             02 AP-POINT PIC X(10).
       FD MUSTER-SHEET-FILE.
          01 MUSTER-SHEET-REC PIC X(100).
      *// the people the sheets were printed for, kept so
      *// the roll-call check judges against exactly that list.
       FD MUSTER-LIST-FILE.
          01 MUSTER-LIST-REC.
             02 ML-POINT   PIC X(10).
             02 ML-TYPE    PIC X.
             02 ML-DEPT    PIC X(4).
             02 ML-NAME    PIC X(40).
             02 ML-KEY     PIC X(8).
             02 ML-SPONSOR PIC X(6).
      *// a warden's mark: the id off the sheet, or failing
      *// that the name as written.
       FD MUSTER-PRESENT-FILE.
          01 MUSTER-PRESENT-REC.
             02 MP-KEY  PIC X(8).
             02 MP-NAME PIC X(40).
       FD UNACCOUNTED-FILE.
          01 UNACCOUNTED-REC PIC X(100).
       FD RUN-CONTROL-FILE.
          01 RUN-CONTROL-REC.
             02 RCTL-KEYWORD PIC X(12).
             02 JH-WRITTEN  PIC 9(6).
             02 JH-REJECTS  PIC 9(6).
             02 JH-STATUS   PIC X(8).
      *// BOB's redaction count sits here in its records
             02 FILLER      PIC X(6).
             02 JH-WARNING  PIC X(30).
      *// when the run started, and when it ended -- a
      *// STARTED record carries the start only.
             02 JH-START-DATE PIC X(8).
             02 JH-START-TIME PIC X(6).
             02 JH-END-DATE   PIC X(8).
             02 JH-END-TIME   PIC X(6).
       WORKING-STORAGE SECTION.
       01 WS-NAME PIC X(16).
       01 WS-RESULT PIC X(64).
         88 MODE-REPRINT           VALUE 'R'.
         88 MODE-VISITOR           VALUE 'V'.
         88 MODE-EXPIRY            VALUE 'E'.
         88 MODE-ACCESS-RECON      VALUE 'A'.
         88 MODE-GOODS-IN          VALUE 'G'.
         88 MODE-CONSUMPTION       VALUE 'U'.
         88 MODE-MUSTER            VALUE 'F'.
         88 MODE-ROLL-CALL         VALUE 'K'.
       01 WS-ROSTER-PATH           PIC X(100) VALUE 'twofer-roster.dat'.
       01 WS-BADGE-PATH            PIC X(100) VALUE 'twofer-badges.dat'.
       01 WS-EOF-ROSTER            PIC X VALUE 'N'.
            03 VLE-SPONSOR PIC X(6).
            03 VLE-FROM    PIC X(8).
            03 VLE-TO      PIC X(8).
            03 VLE-PASS    PIC X(8).
       01 WS-VL-COUNT              PIC 9(4) VALUE 0.
       01 WS-VL-IND                PIC 9(4).
       01 WS-EOF-VISITORS          PIC X VALUE 'N'.
       01 WS-VIS-REJECTED          PIC 9(4) VALUE 0.
       01 WS-VIS-LAPSED            PIC 9(4) VALUE 0.
       01 WS-VIS-EDIT              PIC Z(3)9.
       01 WS-VIS-PASS.
         02 WS-VIS-PASS-PREFIX     PIC X VALUE 'V'.
         02 WS-VIS-PASS-NUM        PIC 9(7).
       01 WS-VIS-PASS-LAST         PIC 9(7) VALUE 0.
       01 WS-VIS-SPONSOR-DEPT      PIC X(4).
      *// DOOR ACCESS FEED
       01 WS-DOOR-ZONE-PATH        PIC X(100)
                                    VALUE 'twofer-door-zones.dat'.
       01 WS-DOOR-ZONE-STATUS      PIC XX.
       01 WS-ACCESS-FEED-PATH      PIC X(100)
                                    VALUE 'twofer-access.dat'.
       01 WS-ACCESS-FEED-STATUS    PIC XX.
       01 WS-ACCESS-ACK-PATH       PIC X(100)
                                    VALUE 'twofer-access-ack.dat'.
       01 WS-ACCESS-ACK-STATUS     PIC XX.
       01 WS-ACCESS-RECON-PATH     PIC X(100)
                                    VALUE 'twofer-access-recon.rpt'.
      *// a department missing from the zone table still
      *// gets a door -- this one -- and a console message.
       01 WS-DEFAULT-ZONE          PIC X(4) VALUE 'BASE'.
       01 WS-DZ-TABLE.
         02 WS-DZ-ENTRY OCCURS 100 TIMES.
            03 DZE-DEPT PIC X(4).
            03 DZE-ZONE PIC X(4).
       01 WS-DZ-COUNT              PIC 999 VALUE 0.
       01 WS-DZ-IND                PIC 999.
       01 WS-DZ-LOADED             PIC X VALUE 'N'.
         88 DOOR-ZONES-LOADED      VALUE 'Y'.
       01 WS-DZ-DEPT               PIC X(4).
       01 WS-DZ-ZONE               PIC X(4).
       01 WS-DZ-OLD-ZONE           PIC X(4).
       01 WS-EOF-DOOR-ZONES        PIC X VALUE 'N'.
         88 END-OF-DOOR-ZONES      VALUE 'Y'.
       01 WS-AC-RUN-DATE           PIC X(8).
       01 WS-AC-SEQ                PIC 9(6) VALUE 0.
       01 WS-AC-BATCH-COUNT        PIC 9(6) VALUE 0.
       01 WS-AC-ACTIVATES          PIC 9(6) VALUE 0.
       01 WS-AC-CHANGES            PIC 9(6) VALUE 0.
       01 WS-AC-DEACTIVATES        PIC 9(6) VALUE 0.
       01 WS-AC-ACTION             PIC X.
       01 WS-AC-KEY-TYPE           PIC X.
       01 WS-AC-KEY                PIC X(8).
       01 WS-AC-EFFECTIVE          PIC X(8).
       01 WS-AC-EXPIRES            PIC X(8).
       01 WS-AC-NAME               PIC X(30).
      *// CONSUMABLES STOCK
       01 WS-STOCK-PATH            PIC X(100)
                                    VALUE 'twofer-stock.dat'.
       01 WS-STOCK-STATUS          PIC XX.
       01 WS-STOCK-BAK-PATH        PIC X(100).
       01 WS-GOODS-IN-PATH         PIC X(100)
                                    VALUE 'twofer-goods-in.dat'.
       01 WS-GOODS-IN-STATUS       PIC XX.
       01 WS-GOODS-IN-REPORT-PATH  PIC X(100)
                                    VALUE 'twofer-goods-in.rpt'.
       01 WS-CONSUMPTION-PATH      PIC X(100)
                                    VALUE 'twofer-consumption.dat'.
       01 WS-CONSUMPTION-STATUS    PIC XX.
       01 WS-CONSUMPTION-REPORT-PATH PIC X(100)
                                    VALUE 'twofer-consumption.rpt'.
       01 WS-SK-TABLE.
         02 WS-SK-ENTRY OCCURS 20 TIMES.
            03 SKE-ITEM     PIC X(8).
            03 SKE-ON-HAND  PIC S9(7).
            03 SKE-REORDER  PIC 9(7).
            03 SKE-PER-UNIT PIC 9(5).
            03 SKE-DESC     PIC X(30).
            03 SKE-USED     PIC 9(7).
       01 WS-SK-COUNT              PIC 99 VALUE 0.
       01 WS-SK-IND                PIC 99.
       01 WS-SK-CUR                PIC 99.
       01 WS-SK-ITEM               PIC X(8).
       01 WS-SK-LOW-COUNT          PIC 99 VALUE 0.
       01 WS-SK-EDIT               PIC -(6)9.
       01 WS-SK-EDIT2              PIC Z(6)9.
       01 WS-EOF-STOCK             PIC X VALUE 'N'.
         88 END-OF-STOCK           VALUE 'Y'.
      *// badges printed this run, by department and card
      *// stock; each one also takes a ribbon print.
       01 WS-CU-TABLE.
         02 WS-CU-ENTRY OCCURS 100 TIMES.
            03 CUE-DEPT  PIC X(4).
            03 CUE-ITEM  PIC X(8).
            03 CUE-QTY   PIC 9(5).
       01 WS-CU-COUNT              PIC 999 VALUE 0.
       01 WS-CU-IND                PIC 999.
       01 WS-CU-CUR                PIC 999.
       01 WS-CU-DEPT               PIC X(4).
       01 WS-CU-ITEM               PIC X(8).
       01 WS-CU-DATE               PIC X(8).
       01 WS-JH-WARNING-OUT        PIC X(30) VALUE SPACES.
       01 WS-SK-WARN-PTR           PIC 99.
       01 WS-GI-QTY                PIC 9(7).
       01 WS-GI-APPLIED            PIC 9(4) VALUE 0.
       01 WS-GI-REJECTED           PIC 9(4) VALUE 0.
       01 WS-GI-REASON             PIC X(40).
       01 WS-EOF-GOODS-IN          PIC X VALUE 'N'.
         88 END-OF-GOODS-IN        VALUE 'Y'.
      *// MONTHLY CONSUMPTION REPORT -- columns are the four
      *// printing run types in the order B D R V.
       01 WS-CN-MONTH              PIC X(6) VALUE SPACES.
       01 WS-CN-MONTH-R REDEFINES WS-CN-MONTH.
         02 WS-CN-MONTH-YEAR       PIC 9(4).
         02 WS-CN-MONTH-MONTH      PIC 99.
       01 WS-CN-RUN-DATE           PIC X(8).
       01 WS-CN-RUN-TYPES          PIC X(4) VALUE 'BDRV'.
       01 WS-CD-TABLE.
         02 WS-CD-ENTRY OCCURS 100 TIMES.
            03 CDE-DEPT  PIC X(4).
            03 CDE-QTY   PIC 9(7) OCCURS 4 TIMES.
       01 WS-CD-COUNT              PIC 999 VALUE 0.
       01 WS-CD-IND                PIC 999.
       01 WS-CD-CUR                PIC 999.
       01 WS-CD-COL                PIC 9.
       01 WS-CD-TEMP-ENTRY         PIC X(32).
       01 WS-CD-SWAPPED            PIC X VALUE 'N'.
         88 CD-SWAPPED             VALUE 'Y'.
       01 WS-CD-TOTALS.
         02 WS-CD-COL-TOTAL        PIC 9(7) OCCURS 4 TIMES.
       01 WS-CD-ROW-TOTAL          PIC 9(7).
       01 WS-CD-OVERFLOW           PIC 9(5) VALUE 0.
       01 WS-CD-LINE               PIC X(120).
       01 WS-CD-EDIT               PIC Z(6)9.
       01 WS-CD-PTR                PIC 999.
       01 WS-CD-ROLLS              PIC Z(5)9.9.
       01 WS-CD-ROLLS-NUM          PIC 9(6)V9.
       01 WS-EOF-CONSUMPTION       PIC X VALUE 'N'.
         88 END-OF-CONSUMPTION     VALUE 'Y'.
      *// FIRE MUSTER
       01 WS-ASSEMBLY-POINT-PATH   PIC X(100)
                                    VALUE 'twofer-assembly.dat'.
       01 WS-ASSEMBLY-POINT-STATUS PIC XX.
       01 WS-MUSTER-SHEET-PATH     PIC X(100)
                                    VALUE 'twofer-muster.rpt'.
       01 WS-MUSTER-LIST-PATH      PIC X(100)
                                    VALUE 'twofer-muster-list.dat'.
       01 WS-MUSTER-LIST-STATUS    PIC XX.
       01 WS-MUSTER-PRESENT-PATH   PIC X(100)
                                    VALUE 'twofer-muster-present.dat'.
       01 WS-MUSTER-PRESENT-STATUS PIC XX.
       01 WS-UNACCOUNTED-PATH      PIC X(100)
                                    VALUE 'twofer-unaccounted.rpt'.
       01 WS-AP-TABLE.
         02 WS-AP-ENTRY OCCURS 100 TIMES.
            03 APE-DEPT  PIC X(4).
            03 APE-POINT PIC X(10).
       01 WS-AP-COUNT              PIC 999 VALUE 0.
       01 WS-AP-IND                PIC 999.
       01 WS-AP-DEPT               PIC X(4).
       01 WS-AP-POINT              PIC X(10).
       01 WS-EOF-ASSEMBLY          PIC X VALUE 'N'.
         88 END-OF-ASSEMBLY        VALUE 'Y'.
      *// sorted on the key as one field: assembly point,
      *// employees before visitors, department, then name.
       01 WS-MU-TABLE.
         02 WS-MU-ENTRY OCCURS 800 TIMES.
            03 MUE-SORT-KEY.
               04 MUE-POINT   PIC X(10).
               04 MUE-TYPE    PIC X.
               04 MUE-DEPT    PIC X(4).
               04 MUE-NAME    PIC X(40).
            03 MUE-KEY     PIC X(8).
            03 MUE-SPONSOR PIC X(6).
            03 MUE-PRESENT PIC X.
       01 WS-MU-COUNT              PIC 9(4) VALUE 0.
       01 WS-MU-IND                PIC 9(4).
       01 WS-MU-CUR                PIC 9(4).
       01 WS-MU-TEMP-ENTRY         PIC X(70).
       01 WS-MU-SWAPPED            PIC X VALUE 'N'.
         88 MU-SWAPPED             VALUE 'Y'.
       01 WS-MU-DATE               PIC X(8).
       01 WS-MU-TIME               PIC X(8).
       01 WS-MU-POINT              PIC X(10).
       01 WS-MU-POINT-COUNT        PIC 9(4).
       01 WS-MU-EMPLOYEES          PIC 9(4) VALUE 0.
       01 WS-MU-VISITORS           PIC 9(4) VALUE 0.
       01 WS-MU-PRESENT            PIC 9(4) VALUE 0.
       01 WS-MU-MISSING            PIC 9(4) VALUE 0.
       01 WS-MU-MARKS              PIC 9(4) VALUE 0.
       01 WS-MU-UNMATCHED          PIC 9(4) VALUE 0.
       01 WS-MU-OVERFLOW           PIC 9(4) VALUE 0.
       01 WS-MU-EDIT               PIC Z(3)9.
       01 WS-MU-NAME-UPPER         PIC X(40).
       01 WS-EOF-MUSTER            PIC X VALUE 'N'.
         88 END-OF-MUSTER          VALUE 'Y'.
      *// ACKNOWLEDGEMENT RECONCILIATION
       01 WS-AR-TABLE.
         02 WS-AR-ENTRY OCCURS 1000 TIMES.
            03 ARE-SEQ     PIC 9(6).
            03 ARE-ACTION  PIC X.
            03 ARE-KEY     PIC X(8).
            03 ARE-ZONE    PIC X(4).
            03 ARE-NAME    PIC X(30).
            03 ARE-RESULT  PIC X(2).
            03 ARE-TEXT    PIC X(40).
       01 WS-AR-COUNT              PIC 9(4) VALUE 0.
       01 WS-AR-IND                PIC 9(4).
       01 WS-AR-CUR                PIC 9(4).
       01 WS-AR-TRL-COUNT          PIC 9(6) VALUE 0.
       01 WS-AR-TRL-SEEN           PIC X VALUE 'N'.
       01 WS-AR-OVERFLOW           PIC 9(6) VALUE 0.
       01 WS-AR-APPLIED            PIC 9(6) VALUE 0.
       01 WS-AR-NOT-APPLIED        PIC 9(6) VALUE 0.
       01 WS-AR-STRAY              PIC 9(6) VALUE 0.
       01 WS-AR-ACKS               PIC 9(6) VALUE 0.
       01 WS-AR-EDIT               PIC Z(5)9.
       01 WS-AR-EDIT2              PIC Z(5)9.
       01 WS-AR-ACTION-TEXT        PIC X(10).
       01 WS-EOF-ACCESS            PIC X VALUE 'N'.
         88 END-OF-ACCESS          VALUE 'Y'.
      *// BADGE REPRINT WORKFLOW
       01 WS-REPRINT-REQUEST-PATH  PIC X(100)
                                    VALUE 'twofer-reprints.dat'.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
      *// pair/multi-recipient greeting variant
       01 WS-NAME-LIST             PIC X(80).
       01 WS-NAMES.
                 PERFORM RUN-VISITOR-BATCH
              WHEN MODE-EXPIRY
                 PERFORM RUN-VISITOR-EXPIRY
              WHEN MODE-ACCESS-RECON
                 PERFORM RUN-ACCESS-RECON
              WHEN MODE-GOODS-IN
                 PERFORM RUN-GOODS-IN
              WHEN MODE-CONSUMPTION
                 PERFORM RUN-CONSUMPTION-REPORT
              WHEN MODE-MUSTER
                 PERFORM RUN-MUSTER
              WHEN MODE-ROLL-CALL
                 PERFORM RUN-ROLL-CALL
              WHEN MODE-MULTI-NAME
                 PERFORM BUILD-MULTI-GREETING
              WHEN OTHER
           EVALUATE RCTL-KEYWORD
              WHEN 'MODE'
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'M' OR 'D'
                    OR 'R' OR 'V' OR 'E' OR 'A' OR 'G' OR 'U'
                    OR 'F' OR 'K'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'two-fer run-control: bad MODE '''
                       RCTL-VALUE(1:1)
                       ''' (valid: S B M D R V E A G U F K), '
                       'entry ignored'
                 END-IF
              WHEN 'ROSTER'
                 MOVE RCTL-VALUE TO WS-ROSTER-PATH
                 MOVE RCTL-VALUE TO WS-VISITOR-LEDGER-PATH
              WHEN 'ISSUE-COUNTS'
                 MOVE RCTL-VALUE TO WS-ISSUE-COUNT-PATH
              WHEN 'DOOR-ZONES'
                 MOVE RCTL-VALUE TO WS-DOOR-ZONE-PATH
              WHEN 'DEFAULT-ZONE'
                 IF RCTL-VALUE(1:4) NOT EQUAL SPACES
                 AND RCTL-VALUE(5:) EQUAL SPACES
                    MOVE RCTL-VALUE(1:4) TO WS-DEFAULT-ZONE
                 ELSE
                    DISPLAY 'two-fer run-control: DEFAULT-ZONE must '
                       'be 1 to 4 characters, entry ignored'
                 END-IF
              WHEN 'ACCESS-FEED'
                 MOVE RCTL-VALUE TO WS-ACCESS-FEED-PATH
              WHEN 'ACCESS-ACK'
                 MOVE RCTL-VALUE TO WS-ACCESS-ACK-PATH
              WHEN 'ACCESS-RECON'
                 MOVE RCTL-VALUE TO WS-ACCESS-RECON-PATH
              WHEN 'STOCK'
                 MOVE RCTL-VALUE TO WS-STOCK-PATH
              WHEN 'GOODS-IN'
                 MOVE RCTL-VALUE TO WS-GOODS-IN-PATH
              WHEN 'GOODS-IN-RPT'
                 MOVE RCTL-VALUE TO WS-GOODS-IN-REPORT-PATH
              WHEN 'CONSUMPTION'
                 MOVE RCTL-VALUE TO WS-CONSUMPTION-PATH
              WHEN 'CONSUME-RPT'
                 MOVE RCTL-VALUE TO WS-CONSUMPTION-REPORT-PATH
              WHEN 'USAGE-MONTH'
                 IF RCTL-VALUE(1:6) IS NUMERIC
                 AND RCTL-VALUE(7:) EQUAL SPACES
                 AND RCTL-VALUE(5:2) >= '01'
                 AND RCTL-VALUE(5:2) <= '12'
                    MOVE RCTL-VALUE(1:6) TO WS-CN-MONTH
                 ELSE
                    DISPLAY 'two-fer run-control: USAGE-MONTH must '
                       'be YYYYMM, entry ignored'
                 END-IF
              WHEN 'ASSEMBLY'
                 MOVE RCTL-VALUE TO WS-ASSEMBLY-POINT-PATH
              WHEN 'MUSTER-SHEET'
                 MOVE RCTL-VALUE TO WS-MUSTER-SHEET-PATH
              WHEN 'MUSTER-LIST'
                 MOVE RCTL-VALUE TO WS-MUSTER-LIST-PATH
              WHEN 'PRESENT'
                 MOVE RCTL-VALUE TO WS-MUSTER-PRESENT-PATH
              WHEN 'UNACCOUNTED'
                 MOVE RCTL-VALUE TO WS-UNACCOUNTED-PATH
              WHEN 'REISSUE-MAX'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-REISSUE-MAX
                  INTO BADGE-REC
           WRITE BADGE-REC
           PERFORM WRITE-CONTROL-BLOCK
           PERFORM POST-CONSUMPTION
           MOVE WS-CTL-READ TO WS-JH-READ
           MOVE WS-CTL-BADGES TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-CTL-OVERFLOW + WS-CTL-DUPS
           IF WS-BADGES-ON-PAGE >= WS-BADGES-PER-PAGE
              PERFORM START-NEW-PAGE
           END-IF
           PERFORM RECORD-CONSUMPTION
           MOVE WS-BADGE-BORDER TO BADGE-REC
           WRITE BADGE-REC
           MOVE WS-BADGE-BLANK-LINE TO BADGE-REC
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'TWO-FER' TO JH-PROGRAM
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
           MOVE WS-JH-WARNING-OUT TO JH-WARNING
           WRITE JOB-HISTORY-REC
           CLOSE JOB-HISTORY-FILE
           MOVE 'COMPLETE' TO WS-JH-STATUS-OUT
           MOVE 'LEAVERS FOR BADGE DEACTIVATION' TO LEAVERS-REC
           WRITE LEAVERS-REC
           PERFORM START-NEW-PAGE
           PERFORM OPEN-ACCESS-FEED
           PERFORM VARYING WS-ROSTER-IND FROM 1 BY 1
              UNTIL WS-ROSTER-IND > WS-ROSTER-COUNT
              PERFORM JUDGE-ONE-DELTA-ENTRY
           END-PERFORM
           PERFORM WRITE-LEAVER-LINES
           PERFORM CLOSE-ACCESS-FEED
           PERFORM WRITE-DELTA-TOTALS
           PERFORM POST-CONSUMPTION
           COMPUTE WS-JH-READ = WS-ROSTER-COUNT + WS-PRIOR-COUNT
           MOVE WS-CTL-BADGES TO WS-JH-WRITTEN
           MOVE WS-CTL-OVERFLOW TO WS-JH-REJECTS
              WHEN WS-PRIOR-CUR EQUAL 0
                 ADD 1 TO WS-DELTA-NEW
                 PERFORM PRINT-DELTA-BADGE
                 PERFORM FEED-JOINER-ACCESS
              WHEN PRE-NAME(WS-PRIOR-CUR) NOT EQUAL
                   RE-NAME(WS-ROSTER-IND)
                OR PRE-DEPT(WS-PRIOR-CUR) NOT EQUAL
                 MOVE 'REPLACEMENT BADGE FOLLOWS' TO BADGE-REC
                 WRITE BADGE-REC
                 PERFORM PRINT-DELTA-BADGE
                 IF PRE-DEPT(WS-PRIOR-CUR) NOT EQUAL
                    RE-DEPT(WS-ROSTER-IND)
                    PERFORM FEED-MOVER-ACCESS
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-DELTA-UNCHANGED
                 MOVE 'Y' TO PRE-SEEN(WS-PRIOR-CUR)
                                                 DELIMITED BY SIZE
                        INTO LEAVERS-REC
                 WRITE LEAVERS-REC
                 PERFORM FEED-LEAVER-ACCESS
              END-IF
           END-PERFORM
       .
                     INTO BADGE-REC
           END-IF
           WRITE BADGE-REC
           PERFORM WRITE-ACCESS-TOTAL-LINE
       .
      *// reprint run: each request is looked up on the full
      *// roster (so the duplicate detection and layout are the real
              WRITE REPRINT-REPORT-REC
           END-IF
           PERFORM SAVE-ISSUE-COUNTS
           PERFORM POST-CONSUMPTION
           CLOSE BADGE-FILE
           CLOSE OVERFLOW-FILE
           CLOSE REPRINT-REPORT-FILE
           PERFORM LOAD-VISITOR-LEDGER
           OPEN OUTPUT BADGE-FILE
           PERFORM START-NEW-PAGE
           PERFORM OPEN-ACCESS-FEED
           OPEN INPUT VISITOR-REQUEST-FILE
           IF WS-VISITOR-REQUEST-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-VISITORS
           ELSE
              DISPLAY 'two-fer visitor run: no request file on hand'
           END-IF
           PERFORM CLOSE-ACCESS-FEED
           CLOSE BADGE-FILE
           PERFORM SAVE-VISITOR-LEDGER
           PERFORM POST-CONSUMPTION
           COMPUTE WS-JH-READ = WS-VIS-PRINTED + WS-VIS-REJECTED
           MOVE WS-VIS-PRINTED TO WS-JH-WRITTEN
           MOVE WS-VIS-REJECTED TO WS-JH-REJECTS
              UNTIL WS-ROSTER-IND > WS-ROSTER-COUNT
              IF RE-EMP-ID(WS-ROSTER-IND) EQUAL VR-SPONSOR-ID
                 MOVE 'Y' TO WS-VIS-SPONSOR-OK
                 MOVE RE-DEPT(WS-ROSTER-IND) TO WS-VIS-SPONSOR-DEPT
                 MOVE WS-ROSTER-COUNT TO WS-ROSTER-IND
              END-IF
           END-PERFORM
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIS-PRINTED
           ADD 1 TO WS-VIS-PASS-LAST
           MOVE WS-VIS-PASS-LAST TO WS-VIS-PASS-NUM
      *// the marking reception and the guards need: banner
      *// and expiry ride directly above the badge block.
           MOVE SPACES TO WS-CENTER-TEXT
           MOVE SPACES TO WS-CENTER-TEXT
           STRING 'EXPIRES '                     DELIMITED BY SIZE
                  VR-TO                          DELIMITED BY SIZE
                  '  PASS '                      DELIMITED BY SIZE
                  WS-VIS-PASS                    DELIMITED BY SIZE
                  INTO WS-CENTER-TEXT
           PERFORM BUILD-CENTERED-LINE
           MOVE WS-CENTER-LINE TO BADGE-REC
              MOVE VR-SPONSOR-ID TO VLE-SPONSOR(WS-VL-COUNT)
              MOVE VR-FROM TO VLE-FROM(WS-VL-COUNT)
              MOVE VR-TO TO VLE-TO(WS-VL-COUNT)
              MOVE WS-VIS-PASS TO VLE-PASS(WS-VL-COUNT)
           END-IF
      *// the pass opens the sponsor's own department doors
      *// for the visit window and no longer.
           MOVE WS-VIS-SPONSOR-DEPT TO WS-DZ-DEPT
           PERFORM LOOKUP-DOOR-ZONE
           MOVE 'A' TO WS-AC-ACTION
           MOVE 'V' TO WS-AC-KEY-TYPE
           MOVE WS-VIS-PASS TO WS-AC-KEY
           MOVE SPACES TO WS-DZ-OLD-ZONE
           MOVE VR-FROM TO WS-AC-EFFECTIVE
           MOVE VR-TO TO WS-AC-EXPIRES
           MOVE VR-NAME TO WS-AC-NAME
           PERFORM WRITE-ACCESS-INSTRUCTION
       .
       LOAD-VISITOR-LEDGER.
           MOVE 0 TO WS-VL-COUNT
                            TO VLE-SPONSOR(WS-VL-COUNT)
                          MOVE VL-FROM TO VLE-FROM(WS-VL-COUNT)
                          MOVE VL-TO TO VLE-TO(WS-VL-COUNT)
                          MOVE VL-PASS TO VLE-PASS(WS-VL-COUNT)
                          IF VL-PASS(1:1) EQUAL 'V'
                          AND VL-PASS(2:7) IS NUMERIC
                          AND VL-PASS(2:7) > WS-VIS-PASS-LAST
                             MOVE VL-PASS(2:7) TO WS-VIS-PASS-LAST
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VISITOR-LEDGER-FILE
           END-IF
           PERFORM VARYING WS-VL-IND FROM 1 BY 1
              UNTIL WS-VL-IND > WS-VL-COUNT
              IF VLE-PASS(WS-VL-IND) EQUAL SPACES
                 ADD 1 TO WS-VIS-PASS-LAST
                 MOVE WS-VIS-PASS-LAST TO WS-VIS-PASS-NUM
                 MOVE WS-VIS-PASS TO VLE-PASS(WS-VL-IND)
              END-IF
           END-PERFORM
       .
      *// the prior version is kept one generation back
      *// before the rewrite, like the issue-count file.
              MOVE VLE-SPONSOR(WS-VL-IND) TO VL-SPONSOR
              MOVE VLE-FROM(WS-VL-IND) TO VL-FROM
              MOVE VLE-TO(WS-VL-IND) TO VL-TO
              MOVE VLE-PASS(WS-VL-IND) TO VL-PASS
              WRITE VISITOR-LEDGER-REC
           END-PERFORM
           CLOSE VISITOR-LEDGER-FILE
           PERFORM WRITE-JOB-START
           ACCEPT WS-VIS-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-VISITOR-LEDGER
           PERFORM OPEN-ACCESS-FEED
           OPEN OUTPUT EXPIRED-REPORT-FILE
           MOVE 'LAPSED VISITOR BADGES FOR COLLECTION'
             TO EXPIRED-REPORT-REC
                                                 DELIMITED BY SIZE
                        ' (sponsor '             DELIMITED BY SIZE
                        VLE-SPONSOR(WS-VL-IND)   DELIMITED BY SIZE
                        ') pass '                DELIMITED BY SIZE
                        VLE-PASS(WS-VL-IND)      DELIMITED BY SIZE
                        ' expired '              DELIMITED BY SIZE
                        VLE-TO(WS-VL-IND)        DELIMITED BY SIZE
                        ' -- collect badge'      DELIMITED BY SIZE
                        INTO EXPIRED-REPORT-REC
                 WRITE EXPIRED-REPORT-REC
                 PERFORM FEED-LAPSED-VISITOR-ACCESS
              END-IF
           END-PERFORM
           PERFORM CLOSE-ACCESS-FEED
           MOVE SPACES TO EXPIRED-REPORT-REC
           MOVE WS-VIS-LAPSED TO WS-VIS-EDIT
           STRING 'Badges lapsed today: '        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIS-EDIT)     DELIMITED BY SIZE
                  INTO EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC
           MOVE SPACES TO EXPIRED-REPORT-REC
           MOVE WS-AC-BATCH-COUNT TO WS-VIS-EDIT
           STRING 'Door deactivations sent: '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIS-EDIT)     DELIMITED BY SIZE
                  INTO EXPIRED-REPORT-REC
           WRITE EXPIRED-REPORT-REC
           CLOSE EXPIRED-REPORT-FILE
           PERFORM SAVE-VISITOR-LEDGER
           MOVE WS-VL-COUNT TO WS-JH-READ
           MOVE WS-VIS-LAPSED TO WS-JH-WRITTEN
           PERFORM WRITE-JOB-HISTORY
       .
      *// the zone table is loaded once, on the first
      *// lookup; no table on hand means every department falls to
      *// the default zone.
       LOAD-DOOR-ZONES.
           MOVE 0 TO WS-DZ-COUNT
           OPEN INPUT DOOR-ZONE-FILE
           IF WS-DOOR-ZONE-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-DOOR-ZONES
              PERFORM UNTIL END-OF-DOOR-ZONES
                 READ DOOR-ZONE-FILE
                    AT END MOVE 'Y' TO WS-EOF-DOOR-ZONES
                    NOT AT END
                       IF WS-DZ-COUNT < 100
                       AND DZ-DEPT NOT EQUAL SPACES
                          ADD 1 TO WS-DZ-COUNT
                          MOVE DZ-DEPT TO DZE-DEPT(WS-DZ-COUNT)
                          MOVE DZ-ZONE TO DZE-ZONE(WS-DZ-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOOR-ZONE-FILE
           ELSE
              DISPLAY 'two-fer access feed: no door-zone table at '
                 FUNCTION TRIM(WS-DOOR-ZONE-PATH) ', every department'
                 ' gets zone ' WS-DEFAULT-ZONE
           END-IF
           MOVE 'Y' TO WS-DZ-LOADED
       .
       LOOKUP-DOOR-ZONE.
           IF NOT DOOR-ZONES-LOADED
              PERFORM LOAD-DOOR-ZONES
           END-IF
           MOVE SPACES TO WS-DZ-ZONE
           PERFORM VARYING WS-DZ-IND FROM 1 BY 1
              UNTIL WS-DZ-IND > WS-DZ-COUNT
              IF DZE-DEPT(WS-DZ-IND) EQUAL WS-DZ-DEPT
                 MOVE DZE-ZONE(WS-DZ-IND) TO WS-DZ-ZONE
                 MOVE WS-DZ-COUNT TO WS-DZ-IND
              END-IF
           END-PERFORM
           IF WS-DZ-ZONE EQUAL SPACES
              MOVE WS-DEFAULT-ZONE TO WS-DZ-ZONE
              IF WS-DZ-COUNT > 0
                 DISPLAY 'two-fer access feed: department '
                    WS-DZ-DEPT ' has no door zone, '
                    WS-DEFAULT-ZONE ' used'
              END-IF
           END-IF
       .
       OPEN-ACCESS-FEED.
           ACCEPT WS-AC-RUN-DATE FROM DATE YYYYMMDD
           PERFORM FIND-LAST-ACCESS-SEQ
           MOVE 0 TO WS-AC-BATCH-COUNT
           MOVE 0 TO WS-AC-ACTIVATES
           MOVE 0 TO WS-AC-CHANGES
           MOVE 0 TO WS-AC-DEACTIVATES
           OPEN EXTEND ACCESS-FEED-FILE
           IF WS-ACCESS-FEED-STATUS EQUAL '35'
              OPEN OUTPUT ACCESS-FEED-FILE
              CLOSE ACCESS-FEED-FILE
              OPEN EXTEND ACCESS-FEED-FILE
           END-IF
           MOVE SPACES TO ACCESS-CONTROL-REC
           MOVE 'HDR' TO ACT-TYPE
           MOVE WS-AC-RUN-DATE TO ACT-DATE
           MOVE WS-MODE TO ACT-MODE
           WRITE ACCESS-CONTROL-REC
       .
      *// a batch the access system has not collected yet is
      *// still on the feed, so this run's batch goes on after it,
      *// numbered on from its last instruction: every sequence
      *// number on the file stays unique for the acknowledgement.
       FIND-LAST-ACCESS-SEQ.
           MOVE 0 TO WS-AC-SEQ
           OPEN INPUT ACCESS-FEED-FILE
           IF WS-ACCESS-FEED-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ACCESS
           PERFORM UNTIL END-OF-ACCESS
              READ ACCESS-FEED-FILE
                 AT END MOVE 'Y' TO WS-EOF-ACCESS
                 NOT AT END
                    IF ACT-TYPE NOT EQUAL 'HDR'
                    AND ACT-TYPE NOT EQUAL 'TRL'
                    AND AC-SEQ IS NUMERIC
                    AND AC-SEQ > WS-AC-SEQ
                       MOVE AC-SEQ TO WS-AC-SEQ
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCESS-FEED-FILE
       .
      *// the trailer carries the batch's instruction count and
      *// the split by action, so the access system can refuse a
      *// feed that arrived short.
       CLOSE-ACCESS-FEED.
           MOVE SPACES TO ACCESS-CONTROL-REC
           MOVE 'TRL' TO ACT-TYPE
           MOVE WS-AC-RUN-DATE TO ACT-DATE
           MOVE WS-MODE TO ACT-MODE
           MOVE WS-AC-BATCH-COUNT TO ACT-COUNT
           MOVE WS-AC-ACTIVATES TO ACT-ACTIVATES
           MOVE WS-AC-CHANGES TO ACT-CHANGES
           MOVE WS-AC-DEACTIVATES TO ACT-DEACTIVATES
           WRITE ACCESS-CONTROL-REC
           CLOSE ACCESS-FEED-FILE
       .
       WRITE-ACCESS-INSTRUCTION.
           ADD 1 TO WS-AC-SEQ
           ADD 1 TO WS-AC-BATCH-COUNT
           EVALUATE WS-AC-ACTION
              WHEN 'A'
                 ADD 1 TO WS-AC-ACTIVATES
              WHEN 'Z'
                 ADD 1 TO WS-AC-CHANGES
              WHEN 'D'
                 ADD 1 TO WS-AC-DEACTIVATES
           END-EVALUATE
           MOVE SPACES TO ACCESS-FEED-REC
           MOVE WS-AC-SEQ TO AC-SEQ
           MOVE WS-AC-ACTION TO AC-ACTION
           MOVE WS-AC-KEY-TYPE TO AC-KEY-TYPE
           MOVE WS-AC-KEY TO AC-KEY
           MOVE WS-DZ-ZONE TO AC-ZONE
           MOVE WS-DZ-OLD-ZONE TO AC-OLD-ZONE
           MOVE WS-AC-EFFECTIVE TO AC-EFFECTIVE
           MOVE WS-AC-EXPIRES TO AC-EXPIRES
           MOVE WS-AC-NAME TO AC-NAME
           WRITE ACCESS-FEED-REC
       .
       FEED-JOINER-ACCESS.
           MOVE RE-DEPT(WS-ROSTER-IND) TO WS-DZ-DEPT
           PERFORM LOOKUP-DOOR-ZONE
           MOVE SPACES TO WS-DZ-OLD-ZONE
           MOVE 'A' TO WS-AC-ACTION
           MOVE 'E' TO WS-AC-KEY-TYPE
           MOVE RE-EMP-ID(WS-ROSTER-IND) TO WS-AC-KEY
           MOVE WS-AC-RUN-DATE TO WS-AC-EFFECTIVE
           MOVE SPACES TO WS-AC-EXPIRES
           MOVE RE-NAME(WS-ROSTER-IND) TO WS-AC-NAME
           PERFORM WRITE-ACCESS-INSTRUCTION
       .
      *// a department move only reaches the door system
      *// when the two departments open different doors.
       FEED-MOVER-ACCESS.
           MOVE PRE-DEPT(WS-PRIOR-CUR) TO WS-DZ-DEPT
           PERFORM LOOKUP-DOOR-ZONE
           MOVE WS-DZ-ZONE TO WS-DZ-OLD-ZONE
           MOVE RE-DEPT(WS-ROSTER-IND) TO WS-DZ-DEPT
           PERFORM LOOKUP-DOOR-ZONE
           IF WS-DZ-ZONE EQUAL WS-DZ-OLD-ZONE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Z' TO WS-AC-ACTION
           MOVE 'E' TO WS-AC-KEY-TYPE
           MOVE RE-EMP-ID(WS-ROSTER-IND) TO WS-AC-KEY
           MOVE WS-AC-RUN-DATE TO WS-AC-EFFECTIVE
           MOVE SPACES TO WS-AC-EXPIRES
           MOVE RE-NAME(WS-ROSTER-IND) TO WS-AC-NAME
           PERFORM WRITE-ACCESS-INSTRUCTION
       .
       FEED-LEAVER-ACCESS.
           MOVE PRE-DEPT(WS-PRIOR-IND) TO WS-DZ-DEPT
           PERFORM LOOKUP-DOOR-ZONE
           MOVE SPACES TO WS-DZ-OLD-ZONE
           MOVE 'D' TO WS-AC-ACTION
           MOVE 'E' TO WS-AC-KEY-TYPE
           MOVE PRE-EMP-ID(WS-PRIOR-IND) TO WS-AC-KEY
           MOVE WS-AC-RUN-DATE TO WS-AC-EFFECTIVE
           MOVE SPACES TO WS-AC-EXPIRES
           MOVE PRE-NAME(WS-PRIOR-IND) TO WS-AC-NAME
           PERFORM WRITE-ACCESS-INSTRUCTION
       .
       FEED-LAPSED-VISITOR-ACCESS.
           MOVE SPACES TO WS-DZ-ZONE
           MOVE SPACES TO WS-DZ-OLD-ZONE
           MOVE 'D' TO WS-AC-ACTION
           MOVE 'V' TO WS-AC-KEY-TYPE
           MOVE VLE-PASS(WS-VL-IND) TO WS-AC-KEY
           MOVE WS-AC-RUN-DATE TO WS-AC-EFFECTIVE
           MOVE VLE-TO(WS-VL-IND) TO WS-AC-EXPIRES
           MOVE VLE-NAME(WS-VL-IND) TO WS-AC-NAME
           PERFORM WRITE-ACCESS-INSTRUCTION
       .
       WRITE-ACCESS-TOTAL-LINE.
           MOVE SPACES TO BADGE-REC
           MOVE WS-AC-BATCH-COUNT TO WS-CTL-EDIT
           STRING 'Door access instructions: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-EDIT)     DELIMITED BY SIZE
                  INTO BADGE-REC
           WRITE BADGE-REC
       .
      *// read the feed that was sent back in, then the
      *// access system's acknowledgement against it: every
      *// instruction not acknowledged as applied is listed for the
      *// security office to chase.
       RUN-ACCESS-RECON.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-SENT-ACCESS-FEED
           IF WS-ACCESS-FEED-STATUS NOT EQUAL '00'
              DISPLAY 'two-fer access recon: no access feed at '
                 FUNCTION TRIM(WS-ACCESS-FEED-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           OPEN OUTPUT ACCESS-RECON-FILE
           MOVE 'DOOR ACCESS ACKNOWLEDGEMENT RECONCILIATION'
             TO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           MOVE SPACES TO ACCESS-RECON-REC
           STRING 'Feed: '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCESS-FEED-PATH) DELIMITED BY SIZE
                  '  Acknowledgement: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCESS-ACK-PATH) DELIMITED BY SIZE
                  INTO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           PERFORM APPLY-ACCESS-ACKS
           MOVE SPACES TO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           MOVE 'INSTRUCTIONS NOT APPLIED' TO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           PERFORM VARYING WS-AR-IND FROM 1 BY 1
              UNTIL WS-AR-IND > WS-AR-COUNT
              IF ARE-RESULT(WS-AR-IND) EQUAL 'OK'
                 ADD 1 TO WS-AR-APPLIED
              ELSE
                 ADD 1 TO WS-AR-NOT-APPLIED
                 PERFORM WRITE-UNAPPLIED-LINE
              END-IF
           END-PERFORM
           IF WS-AR-NOT-APPLIED EQUAL 0
              MOVE '  (none -- every instruction applied)'
                TO ACCESS-RECON-REC
              WRITE ACCESS-RECON-REC
           END-IF
           PERFORM WRITE-ACCESS-RECON-TOTALS
           CLOSE ACCESS-RECON-FILE
           MOVE WS-AR-COUNT TO WS-JH-READ
           MOVE WS-AR-APPLIED TO WS-JH-WRITTEN
           COMPUTE WS-JH-REJECTS = WS-AR-NOT-APPLIED + WS-AR-STRAY
           PERFORM WRITE-JOB-HISTORY
       .
      *// the feed can hold more than one batch: the trailer
      *// counts are summed, and the last batch must be closed by
      *// its trailer for the feed to count as whole.
       LOAD-SENT-ACCESS-FEED.
           MOVE 0 TO WS-AR-COUNT
           MOVE 0 TO WS-AR-TRL-COUNT
           MOVE 'N' TO WS-AR-TRL-SEEN
           OPEN INPUT ACCESS-FEED-FILE
           IF WS-ACCESS-FEED-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ACCESS
           PERFORM UNTIL END-OF-ACCESS
              READ ACCESS-FEED-FILE
                 AT END MOVE 'Y' TO WS-EOF-ACCESS
                 NOT AT END
                    EVALUATE ACT-TYPE
                       WHEN 'HDR'
                          MOVE 'N' TO WS-AR-TRL-SEEN
                       WHEN 'TRL'
                          MOVE 'Y' TO WS-AR-TRL-SEEN
                          ADD ACT-COUNT TO WS-AR-TRL-COUNT
                       WHEN OTHER
                          IF WS-AR-COUNT < 1000
                             ADD 1 TO WS-AR-COUNT
                             MOVE AC-SEQ TO ARE-SEQ(WS-AR-COUNT)
                             MOVE AC-ACTION TO ARE-ACTION(WS-AR-COUNT)
                             MOVE AC-KEY TO ARE-KEY(WS-AR-COUNT)
                             MOVE AC-ZONE TO ARE-ZONE(WS-AR-COUNT)
                             MOVE AC-NAME TO ARE-NAME(WS-AR-COUNT)
                             MOVE SPACES TO ARE-RESULT(WS-AR-COUNT)
                             MOVE SPACES TO ARE-TEXT(WS-AR-COUNT)
                          ELSE
                             ADD 1 TO WS-AR-OVERFLOW
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ACCESS-FEED-FILE
           MOVE '00' TO WS-ACCESS-FEED-STATUS
       .
      *// each acknowledgement is matched on sequence number
      *// and key; one that matches nothing sent is a stray and is
      *// listed as it is read.
       APPLY-ACCESS-ACKS.
           OPEN INPUT ACCESS-ACK-FILE
           IF WS-ACCESS-ACK-STATUS NOT EQUAL '00'
              MOVE '  (no acknowledgement file on hand -- nothing was co
      -            'nfirmed)' TO ACCESS-RECON-REC
              WRITE ACCESS-RECON-REC
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ACCESS
           PERFORM UNTIL END-OF-ACCESS
              READ ACCESS-ACK-FILE
                 AT END MOVE 'Y' TO WS-EOF-ACCESS
                 NOT AT END
                    IF ACCESS-ACK-REC(1:3) NOT EQUAL 'HDR'
                    AND ACCESS-ACK-REC(1:3) NOT EQUAL 'TRL'
                       PERFORM APPLY-ONE-ACCESS-ACK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCESS-ACK-FILE
       .
       APPLY-ONE-ACCESS-ACK.
           ADD 1 TO WS-AR-ACKS
           MOVE 0 TO WS-AR-CUR
           IF AK-SEQ IS NUMERIC
              PERFORM VARYING WS-AR-IND FROM 1 BY 1
                 UNTIL WS-AR-IND > WS-AR-COUNT OR WS-AR-CUR > 0
                 IF ARE-SEQ(WS-AR-IND) EQUAL AK-SEQ
                 AND ARE-KEY(WS-AR-IND) EQUAL AK-KEY
                    MOVE WS-AR-IND TO WS-AR-CUR
                 END-IF
              END-PERFORM
           END-IF
           IF WS-AR-CUR EQUAL 0
              ADD 1 TO WS-AR-STRAY
              MOVE SPACES TO ACCESS-RECON-REC
              STRING '  acknowledgement '          DELIMITED BY SIZE
                     AK-SEQ                        DELIMITED BY SIZE
                     ' '                           DELIMITED BY SIZE
                     AK-KEY                        DELIMITED BY SIZE
                     ' matches no instruction sent' DELIMITED BY SIZE
                     INTO ACCESS-RECON-REC
              WRITE ACCESS-RECON-REC
              EXIT PARAGRAPH
           END-IF
      *// a later acknowledgement for the same instruction
      *// (a retry on the access side) supersedes the earlier one.
           MOVE AK-RESULT TO ARE-RESULT(WS-AR-CUR)
           MOVE AK-TEXT TO ARE-TEXT(WS-AR-CUR)
       .
       WRITE-UNAPPLIED-LINE.
           EVALUATE ARE-ACTION(WS-AR-IND)
              WHEN 'A'
                 MOVE 'ACTIVATE' TO WS-AR-ACTION-TEXT
              WHEN 'Z'
                 MOVE 'ZONE MOVE' TO WS-AR-ACTION-TEXT
              WHEN 'D'
                 MOVE 'DEACTIVATE' TO WS-AR-ACTION-TEXT
              WHEN OTHER
                 MOVE ARE-ACTION(WS-AR-IND) TO WS-AR-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO ACCESS-RECON-REC
           STRING '  '                            DELIMITED BY SIZE
                  ARE-SEQ(WS-AR-IND)              DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-AR-ACTION-TEXT               DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  ARE-KEY(WS-AR-IND)              DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  ARE-ZONE(WS-AR-IND)             DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  ARE-NAME(WS-AR-IND)             DELIMITED BY SIZE
                  INTO ACCESS-RECON-REC
           IF ARE-RESULT(WS-AR-IND) EQUAL SPACES
              STRING FUNCTION TRIM(ACCESS-RECON-REC TRAILING)
                                                  DELIMITED BY SIZE
                     ' -- NOT ACKNOWLEDGED'       DELIMITED BY SIZE
                     INTO ACCESS-RECON-REC
           ELSE
              STRING FUNCTION TRIM(ACCESS-RECON-REC TRAILING)
                                                  DELIMITED BY SIZE
                     ' -- REJECTED '              DELIMITED BY SIZE
                     ARE-RESULT(WS-AR-IND)        DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     FUNCTION TRIM(ARE-TEXT(WS-AR-IND))
                                                  DELIMITED BY SIZE
                     INTO ACCESS-RECON-REC
           END-IF
           WRITE ACCESS-RECON-REC
       .
       WRITE-ACCESS-RECON-TOTALS.
           MOVE SPACES TO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           MOVE SPACES TO ACCESS-RECON-REC
           MOVE WS-AR-COUNT TO WS-AR-EDIT
           MOVE WS-AR-ACKS TO WS-AR-EDIT2
           STRING 'Instructions sent: '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AR-EDIT)     DELIMITED BY SIZE
                  '  acknowledgements read: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AR-EDIT2)    DELIMITED BY SIZE
                  INTO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           MOVE SPACES TO ACCESS-RECON-REC
           MOVE WS-AR-APPLIED TO WS-AR-EDIT
           MOVE WS-AR-NOT-APPLIED TO WS-AR-EDIT2
           STRING 'Applied: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AR-EDIT)     DELIMITED BY SIZE
                  '  not applied: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AR-EDIT2)    DELIMITED BY SIZE
                  INTO ACCESS-RECON-REC
           WRITE ACCESS-RECON-REC
           IF WS-AR-STRAY > 0
              MOVE SPACES TO ACCESS-RECON-REC
              MOVE WS-AR-STRAY TO WS-AR-EDIT
              STRING 'Stray acknowledgements: '  DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AR-EDIT)   DELIMITED BY SIZE
                     INTO ACCESS-RECON-REC
              WRITE ACCESS-RECON-REC
           END-IF
           IF WS-AR-OVERFLOW > 0
              MOVE SPACES TO ACCESS-RECON-REC
              MOVE WS-AR-OVERFLOW TO WS-AR-EDIT
              STRING 'Instructions past the 1000-line table, NOT '
                                                 DELIMITED BY SIZE
                     'reconciled: '              DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AR-EDIT)   DELIMITED BY SIZE
                     INTO ACCESS-RECON-REC
              WRITE ACCESS-RECON-REC
           END-IF
      *// the feed's own trailer is checked too: a feed cut
      *// short on this side is a different problem from one the
      *// access system failed to apply.
           MOVE SPACES TO ACCESS-RECON-REC
           COMPUTE WS-AR-EDIT = WS-AR-COUNT + WS-AR-OVERFLOW
           MOVE WS-AR-TRL-COUNT TO WS-AR-EDIT2
           EVALUATE TRUE
              WHEN WS-AR-TRL-SEEN EQUAL 'N'
                 MOVE 'Feed trailer: MISSING -- feed truncated?'
                   TO ACCESS-RECON-REC
              WHEN WS-AR-TRL-COUNT EQUAL WS-AR-COUNT + WS-AR-OVERFLOW
                 STRING 'Feed trailer: '            DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AR-EDIT2)  DELIMITED BY SIZE
                        ' = '                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AR-EDIT)   DELIMITED BY SIZE
                        ' on file -- BALANCED'      DELIMITED BY SIZE
                        INTO ACCESS-RECON-REC
              WHEN OTHER
                 STRING 'Feed trailer: '            DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AR-EDIT2)  DELIMITED BY SIZE
                        ' vs '                      DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AR-EDIT)   DELIMITED BY SIZE
                        ' on file -- OUT OF BALANCE' DELIMITED BY SIZE
                        INTO ACCESS-RECON-REC
           END-EVALUATE
           WRITE ACCESS-RECON-REC
       .
      *// one card off the stock for the badge about to
      *// print, charged to the department it was printed for --
      *// a visitor's card is charged to the sponsor's department.
       RECORD-CONSUMPTION.
           IF MODE-VISITOR
              MOVE WS-VIS-SPONSOR-DEPT TO WS-CU-DEPT
              MOVE 'VISCARD' TO WS-CU-ITEM
           ELSE
              MOVE RE-DEPT(WS-ROSTER-IND) TO WS-CU-DEPT
              MOVE 'CARD' TO WS-CU-ITEM
           END-IF
           PERFORM FIND-CONSUMPTION-ENTRY
      *// more departments than the table holds: the rest
      *// are charged to one catch-all line per item, department
      *// ****, so stock still balances. Room for the two items
      *// charged here (CARD, VISCARD) is held back for them.
           IF WS-CU-CUR EQUAL 0
           AND WS-CU-COUNT NOT < 98
              MOVE '****' TO WS-CU-DEPT
              PERFORM FIND-CONSUMPTION-ENTRY
           END-IF
           IF WS-CU-CUR EQUAL 0
              ADD 1 TO WS-CU-COUNT
              MOVE WS-CU-COUNT TO WS-CU-CUR
              MOVE WS-CU-DEPT TO CUE-DEPT(WS-CU-CUR)
              MOVE WS-CU-ITEM TO CUE-ITEM(WS-CU-CUR)
              MOVE 0 TO CUE-QTY(WS-CU-CUR)
           END-IF
           ADD 1 TO CUE-QTY(WS-CU-CUR)
       .
       FIND-CONSUMPTION-ENTRY.
           MOVE 0 TO WS-CU-CUR
           PERFORM VARYING WS-CU-IND FROM 1 BY 1
              UNTIL WS-CU-IND > WS-CU-COUNT OR WS-CU-CUR > 0
              IF CUE-DEPT(WS-CU-IND) EQUAL WS-CU-DEPT
              AND CUE-ITEM(WS-CU-IND) EQUAL WS-CU-ITEM
                 MOVE WS-CU-IND TO WS-CU-CUR
              END-IF
           END-PERFORM
       .
      *// at the end of a printing run: draw the stock down,
      *// log the run's consumption for the monthly report, and
      *// warn on anything now at or under its reorder level.
       POST-CONSUMPTION.
           IF WS-CU-COUNT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOCK
           ACCEPT WS-CU-DATE FROM DATE YYYYMMDD
           OPEN EXTEND CONSUMPTION-FILE
           IF WS-CONSUMPTION-STATUS EQUAL '35'
              OPEN OUTPUT CONSUMPTION-FILE
              CLOSE CONSUMPTION-FILE
              OPEN EXTEND CONSUMPTION-FILE
           END-IF
           PERFORM VARYING WS-CU-IND FROM 1 BY 1
              UNTIL WS-CU-IND > WS-CU-COUNT
              MOVE CUE-ITEM(WS-CU-IND) TO WS-SK-ITEM
              PERFORM DRAW-DOWN-STOCK
              MOVE 'RIBBON' TO WS-SK-ITEM
              PERFORM DRAW-DOWN-STOCK
           END-PERFORM
           CLOSE CONSUMPTION-FILE
           PERFORM SAVE-STOCK
           PERFORM CHECK-REORDER-LEVELS
       .
       DRAW-DOWN-STOCK.
           PERFORM FIND-STOCK-ITEM
           SUBTRACT CUE-QTY(WS-CU-IND) FROM SKE-ON-HAND(WS-SK-CUR)
           ADD CUE-QTY(WS-CU-IND) TO SKE-USED(WS-SK-CUR)
           MOVE SPACES TO CONSUMPTION-REC
           MOVE WS-CU-DATE TO CN-DATE
           MOVE WS-MODE TO CN-MODE
           MOVE CUE-DEPT(WS-CU-IND) TO CN-DEPT
           MOVE WS-SK-ITEM TO CN-ITEM
           MOVE CUE-QTY(WS-CU-IND) TO CN-QTY
           WRITE CONSUMPTION-REC
       .
      *// every run's warning goes to the console and to the
      *// job history, where the morning report will show it.
       CHECK-REORDER-LEVELS.
           MOVE 0 TO WS-SK-LOW-COUNT
           MOVE SPACES TO WS-JH-WARNING-OUT
           MOVE 1 TO WS-SK-WARN-PTR
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT
              IF SKE-USED(WS-SK-IND) > 0
              AND SKE-ON-HAND(WS-SK-IND) <= SKE-REORDER(WS-SK-IND)
                 ADD 1 TO WS-SK-LOW-COUNT
                 MOVE SKE-ON-HAND(WS-SK-IND) TO WS-SK-EDIT
                 MOVE SKE-REORDER(WS-SK-IND) TO WS-SK-EDIT2
                 DISPLAY 'two-fer stock: '
                    FUNCTION TRIM(SKE-ITEM(WS-SK-IND)) ' down to '
                    FUNCTION TRIM(WS-SK-EDIT) ', reorder level '
                    FUNCTION TRIM(WS-SK-EDIT2) ' -- REORDER NOW'
                 PERFORM ADD-LOW-STOCK-WARNING
              END-IF
           END-PERFORM
       .
      *// the job-history note names every low item that fits
       ADD-LOW-STOCK-WARNING.
           IF WS-SK-WARN-PTR EQUAL 1
              STRING 'LOW STOCK:'           DELIMITED BY SIZE
                     INTO WS-JH-WARNING-OUT
                     WITH POINTER WS-SK-WARN-PTR
           END-IF
           STRING ' '                       DELIMITED BY SIZE
                  SKE-ITEM(WS-SK-IND)       DELIMITED BY SPACE
                  INTO WS-JH-WARNING-OUT
                  WITH POINTER WS-SK-WARN-PTR
           END-STRING
       .
      *// the three consumables every run draws on are always
      *// present; a stock file that lacks one (or is not there at
      *// all) starts that item at nothing on hand.
       LOAD-STOCK.
           MOVE 0 TO WS-SK-COUNT
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-STOCK
              PERFORM UNTIL END-OF-STOCK
                 READ STOCK-FILE
                    AT END MOVE 'Y' TO WS-EOF-STOCK
                    NOT AT END
                       IF WS-SK-COUNT < 20
                       AND ST-ITEM NOT EQUAL SPACES
                          ADD 1 TO WS-SK-COUNT
                          MOVE ST-ITEM TO SKE-ITEM(WS-SK-COUNT)
                          MOVE ST-ON-HAND TO SKE-ON-HAND(WS-SK-COUNT)
                          MOVE ST-REORDER TO SKE-REORDER(WS-SK-COUNT)
                          MOVE ST-PER-UNIT
                            TO SKE-PER-UNIT(WS-SK-COUNT)
                          MOVE ST-DESC TO SKE-DESC(WS-SK-COUNT)
                          MOVE 0 TO SKE-USED(WS-SK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCK-FILE
           ELSE
              DISPLAY 'two-fer stock: no stock file at '
                 FUNCTION TRIM(WS-STOCK-PATH) ', starting from zero'
           END-IF
           MOVE 'CARD' TO WS-SK-ITEM
           PERFORM FIND-STOCK-ITEM
           MOVE 'VISCARD' TO WS-SK-ITEM
           PERFORM FIND-STOCK-ITEM
           MOVE 'RIBBON' TO WS-SK-ITEM
           PERFORM FIND-STOCK-ITEM
       .
       FIND-STOCK-ITEM.
           MOVE 0 TO WS-SK-CUR
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT OR WS-SK-CUR > 0
              IF SKE-ITEM(WS-SK-IND) EQUAL WS-SK-ITEM
                 MOVE WS-SK-IND TO WS-SK-CUR
              END-IF
           END-PERFORM
           IF WS-SK-CUR EQUAL 0 AND WS-SK-COUNT < 20
              ADD 1 TO WS-SK-COUNT
              MOVE WS-SK-COUNT TO WS-SK-CUR
              MOVE WS-SK-ITEM TO SKE-ITEM(WS-SK-CUR)
              MOVE 0 TO SKE-ON-HAND(WS-SK-CUR)
              MOVE 0 TO SKE-USED(WS-SK-CUR)
              EVALUATE WS-SK-ITEM
                 WHEN 'CARD'
                    MOVE 250 TO SKE-REORDER(WS-SK-CUR)
                    MOVE 1 TO SKE-PER-UNIT(WS-SK-CUR)
                    MOVE 'EMPLOYEE BLANK CARD STOCK'
                      TO SKE-DESC(WS-SK-CUR)
                 WHEN 'VISCARD'
                    MOVE 50 TO SKE-REORDER(WS-SK-CUR)
                    MOVE 1 TO SKE-PER-UNIT(WS-SK-CUR)
                    MOVE 'VISITOR BLANK CARD STOCK'
                      TO SKE-DESC(WS-SK-CUR)
                 WHEN 'RIBBON'
                    MOVE 500 TO SKE-REORDER(WS-SK-CUR)
                    MOVE 250 TO SKE-PER-UNIT(WS-SK-CUR)
                    MOVE 'PRINTER RIBBON (PRINTS)'
                      TO SKE-DESC(WS-SK-CUR)
                 WHEN OTHER
                    MOVE 0 TO SKE-REORDER(WS-SK-CUR)
                    MOVE 1 TO SKE-PER-UNIT(WS-SK-CUR)
                    MOVE SPACES TO SKE-DESC(WS-SK-CUR)
              END-EVALUATE
           END-IF
      *// twenty items is far past what the print room
      *// stocks; a full table charges the last slot rather than
      *// subscripting past it.
           IF WS-SK-CUR EQUAL 0
              MOVE WS-SK-COUNT TO WS-SK-CUR
           END-IF
       .
      *// the prior version is kept one generation back
      *// before the rewrite, like the issue-count file.
       SAVE-STOCK.
           MOVE SPACES TO WS-STOCK-BAK-PATH
           STRING FUNCTION TRIM(WS-STOCK-PATH)
                                            DELIMITED BY SIZE
                  '.bak'                    DELIMITED BY SIZE
                  INTO WS-STOCK-BAK-PATH
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS EQUAL '00'
              OPEN OUTPUT STOCK-BAK-FILE
              MOVE 'N' TO WS-EOF-STOCK
              PERFORM UNTIL END-OF-STOCK
                 READ STOCK-FILE
                    AT END MOVE 'Y' TO WS-EOF-STOCK
                    NOT AT END
                       MOVE STOCK-REC TO STOCK-BAK-REC
                       WRITE STOCK-BAK-REC
                 END-READ
              END-PERFORM
              CLOSE STOCK-FILE
              CLOSE STOCK-BAK-FILE
           END-IF
           OPEN OUTPUT STOCK-FILE
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT
              MOVE SPACES TO STOCK-REC
              MOVE SKE-ITEM(WS-SK-IND) TO ST-ITEM
              MOVE SKE-ON-HAND(WS-SK-IND) TO ST-ON-HAND
              MOVE SKE-REORDER(WS-SK-IND) TO ST-REORDER
              MOVE SKE-PER-UNIT(WS-SK-IND) TO ST-PER-UNIT
              MOVE SKE-DESC(WS-SK-IND) TO ST-DESC
              WRITE STOCK-REC
           END-PERFORM
           CLOSE STOCK-FILE
       .
      *// goods-received run: deliveries booked into stock,
      *// reorder levels reset, and the closing position printed
      *// with anything still at or under its level marked.
       RUN-GOODS-IN.
           PERFORM WRITE-JOB-START
           PERFORM LOAD-STOCK
           OPEN OUTPUT GOODS-IN-REPORT-FILE
           MOVE 'CONSUMABLES GOODS RECEIVED' TO GOODS-IN-REPORT-REC
           WRITE GOODS-IN-REPORT-REC
           OPEN INPUT GOODS-IN-FILE
           IF WS-GOODS-IN-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-GOODS-IN
              PERFORM UNTIL END-OF-GOODS-IN
                 READ GOODS-IN-FILE
                    AT END MOVE 'Y' TO WS-EOF-GOODS-IN
                    NOT AT END PERFORM APPLY-ONE-GOODS-IN
                 END-READ
              END-PERFORM
              CLOSE GOODS-IN-FILE
           ELSE
              MOVE '(no goods-received file on hand)'
                TO GOODS-IN-REPORT-REC
              WRITE GOODS-IN-REPORT-REC
           END-IF
           PERFORM SAVE-STOCK
           PERFORM WRITE-STOCK-POSITION
           CLOSE GOODS-IN-REPORT-FILE
           COMPUTE WS-JH-READ = WS-GI-APPLIED + WS-GI-REJECTED
           MOVE WS-GI-APPLIED TO WS-JH-WRITTEN
           MOVE WS-GI-REJECTED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       APPLY-ONE-GOODS-IN.
           MOVE SPACES TO WS-GI-REASON
           MOVE 0 TO WS-SK-CUR
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT OR WS-SK-CUR > 0
              IF SKE-ITEM(WS-SK-IND) EQUAL GI-ITEM
                 MOVE WS-SK-IND TO WS-SK-CUR
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN GI-TYPE NOT EQUAL 'R' AND GI-TYPE NOT EQUAL 'L'
                 MOVE 'type must be R or L' TO WS-GI-REASON
              WHEN WS-SK-CUR EQUAL 0
                 MOVE 'not a stocked item' TO WS-GI-REASON
              WHEN GI-QTY IS NOT NUMERIC
                 MOVE 'quantity not a 7-digit number' TO WS-GI-REASON
              WHEN GI-TYPE EQUAL 'R' AND GI-QTY EQUAL ZERO
                 MOVE 'nothing received' TO WS-GI-REASON
           END-EVALUATE
           IF WS-GI-REASON NOT EQUAL SPACES
              ADD 1 TO WS-GI-REJECTED
              MOVE SPACES TO GOODS-IN-REPORT-REC
              STRING GI-TYPE                      DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-DATE                      DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-ITEM                      DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-QTY                       DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-REF                       DELIMITED BY SIZE
                     ' -- REJECTED: '             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GI-REASON)  DELIMITED BY SIZE
                     INTO GOODS-IN-REPORT-REC
              WRITE GOODS-IN-REPORT-REC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GI-APPLIED
           MOVE GI-QTY TO WS-GI-QTY
           MOVE SPACES TO GOODS-IN-REPORT-REC
           IF GI-TYPE EQUAL 'R'
              COMPUTE SKE-ON-HAND(WS-SK-CUR) = SKE-ON-HAND(WS-SK-CUR)
                 + WS-GI-QTY * SKE-PER-UNIT(WS-SK-CUR)
              MOVE SKE-ON-HAND(WS-SK-CUR) TO WS-SK-EDIT
              STRING GI-DATE                      DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-ITEM                      DELIMITED BY SIZE
                     ' received '                 DELIMITED BY SIZE
                     GI-QTY                       DELIMITED BY SIZE
                     ' unit(s) ref '              DELIMITED BY SIZE
                     FUNCTION TRIM(GI-REF)        DELIMITED BY SIZE
                     ', on hand now '             DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SK-EDIT)    DELIMITED BY SIZE
                     INTO GOODS-IN-REPORT-REC
           ELSE
              MOVE WS-GI-QTY TO SKE-REORDER(WS-SK-CUR)
              STRING GI-DATE                      DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     GI-ITEM                      DELIMITED BY SIZE
                     ' reorder level set to '     DELIMITED BY SIZE
                     GI-QTY                       DELIMITED BY SIZE
                     INTO GOODS-IN-REPORT-REC
           END-IF
           WRITE GOODS-IN-REPORT-REC
       .
       WRITE-STOCK-POSITION.
           MOVE SPACES TO GOODS-IN-REPORT-REC
           WRITE GOODS-IN-REPORT-REC
           MOVE 'ITEM     ON HAND  REORDER  DESCRIPTION'
             TO GOODS-IN-REPORT-REC
           WRITE GOODS-IN-REPORT-REC
           MOVE SPACES TO WS-JH-WARNING-OUT
           MOVE 1 TO WS-SK-WARN-PTR
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT
              MOVE SKE-ON-HAND(WS-SK-IND) TO WS-SK-EDIT
              MOVE SKE-REORDER(WS-SK-IND) TO WS-SK-EDIT2
              MOVE SPACES TO GOODS-IN-REPORT-REC
              STRING SKE-ITEM(WS-SK-IND)          DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     WS-SK-EDIT                   DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     WS-SK-EDIT2                  DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     SKE-DESC(WS-SK-IND)          DELIMITED BY SIZE
                     INTO GOODS-IN-REPORT-REC
              IF SKE-ON-HAND(WS-SK-IND) <= SKE-REORDER(WS-SK-IND)
                 STRING FUNCTION TRIM(GOODS-IN-REPORT-REC TRAILING)
                                                  DELIMITED BY SIZE
                        '  ** BELOW REORDER LEVEL **'
                                                  DELIMITED BY SIZE
                        INTO GOODS-IN-REPORT-REC
                 PERFORM ADD-LOW-STOCK-WARNING
              END-IF
              WRITE GOODS-IN-REPORT-REC
           END-PERFORM
       .
      *// the stationery budget's month: badges printed by
      *// department across the four printing run types, and the
      *// month's draw on each consumable.
       RUN-CONSUMPTION-REPORT.
           PERFORM WRITE-JOB-START
           IF WS-CN-MONTH EQUAL SPACES
              ACCEPT WS-CN-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-CN-RUN-DATE(1:6) TO WS-CN-MONTH
              IF WS-CN-MONTH-MONTH EQUAL 1
                 MOVE 12 TO WS-CN-MONTH-MONTH
                 SUBTRACT 1 FROM WS-CN-MONTH-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-CN-MONTH-MONTH
              END-IF
           END-IF
           PERFORM LOAD-STOCK
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT
              MOVE 0 TO SKE-USED(WS-SK-IND)
           END-PERFORM
           MOVE 0 TO WS-CD-COUNT
           INITIALIZE WS-CD-TOTALS
           OPEN INPUT CONSUMPTION-FILE
           IF WS-CONSUMPTION-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-CONSUMPTION
              PERFORM UNTIL END-OF-CONSUMPTION
                 READ CONSUMPTION-FILE
                    AT END MOVE 'Y' TO WS-EOF-CONSUMPTION
                    NOT AT END
                       ADD 1 TO WS-JH-READ
                       IF CN-DATE(1:6) EQUAL WS-CN-MONTH
                       AND CN-QTY IS NUMERIC
                          PERFORM ADD-CONSUMPTION-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONSUMPTION-FILE
           END-IF
           PERFORM SORT-CONSUMPTION-DEPTS
           PERFORM WRITE-CONSUMPTION-REPORT
           MOVE WS-CD-COUNT TO WS-JH-WRITTEN
           MOVE WS-CD-OVERFLOW TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       ADD-CONSUMPTION-LINE.
           MOVE CN-ITEM TO WS-SK-ITEM
           PERFORM FIND-STOCK-ITEM
           ADD CN-QTY TO SKE-USED(WS-SK-CUR)
      *// the department grid counts cards; the ribbon line
      *// for the same badges would only count them twice.
           IF CN-ITEM EQUAL 'RIBBON'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CD-COL
           INSPECT WS-CN-RUN-TYPES TALLYING WS-CD-COL
              FOR CHARACTERS BEFORE INITIAL CN-MODE
           ADD 1 TO WS-CD-COL
           IF WS-CD-COL > 4
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CD-CUR
           PERFORM VARYING WS-CD-IND FROM 1 BY 1
              UNTIL WS-CD-IND > WS-CD-COUNT OR WS-CD-CUR > 0
              IF CDE-DEPT(WS-CD-IND) EQUAL CN-DEPT
                 MOVE WS-CD-IND TO WS-CD-CUR
              END-IF
           END-PERFORM
           IF WS-CD-CUR EQUAL 0
              IF WS-CD-COUNT < 100
                 ADD 1 TO WS-CD-COUNT
                 MOVE WS-CD-COUNT TO WS-CD-CUR
                 INITIALIZE WS-CD-ENTRY(WS-CD-CUR)
                 MOVE CN-DEPT TO CDE-DEPT(WS-CD-CUR)
              ELSE
                 ADD 1 TO WS-CD-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD CN-QTY TO CDE-QTY(WS-CD-CUR, WS-CD-COL)
           ADD CN-QTY TO WS-CD-COL-TOTAL(WS-CD-COL)
       .
      *// simple ascending bubble sort on department code
       SORT-CONSUMPTION-DEPTS.
           MOVE 'Y' TO WS-CD-SWAPPED
           PERFORM UNTIL NOT CD-SWAPPED
              MOVE 'N' TO WS-CD-SWAPPED
              PERFORM VARYING WS-CD-IND FROM 1 BY 1
                 UNTIL WS-CD-IND >= WS-CD-COUNT
                 IF CDE-DEPT(WS-CD-IND) > CDE-DEPT(WS-CD-IND + 1)
                    MOVE WS-CD-ENTRY(WS-CD-IND) TO WS-CD-TEMP-ENTRY
                    MOVE WS-CD-ENTRY(WS-CD-IND + 1)
                      TO WS-CD-ENTRY(WS-CD-IND)
                    MOVE WS-CD-TEMP-ENTRY
                      TO WS-CD-ENTRY(WS-CD-IND + 1)
                    MOVE 'Y' TO WS-CD-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       WRITE-CONSUMPTION-REPORT.
           OPEN OUTPUT CONSUMPTION-REPORT-FILE
           MOVE SPACES TO CONSUMPTION-REPORT-REC
           STRING 'BADGE CONSUMABLES USED IN '   DELIMITED BY SIZE
                  WS-CN-MONTH                    DELIMITED BY SIZE
                  INTO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           MOVE SPACES TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           MOVE 'CARDS BY DEPARTMENT AND RUN TYPE'
             TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           MOVE 'DEPT     ROSTER    DELTA  REPRINT  VISITOR    TOTAL'
             TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           PERFORM VARYING WS-CD-IND FROM 1 BY 1
              UNTIL WS-CD-IND > WS-CD-COUNT
              MOVE SPACES TO WS-CD-LINE
              MOVE CDE-DEPT(WS-CD-IND) TO WS-CD-LINE(1:4)
              MOVE 0 TO WS-CD-ROW-TOTAL
              MOVE 6 TO WS-CD-PTR
              PERFORM VARYING WS-CD-COL FROM 1 BY 1
                 UNTIL WS-CD-COL > 4
                 MOVE CDE-QTY(WS-CD-IND, WS-CD-COL) TO WS-CD-EDIT
                 MOVE WS-CD-EDIT TO WS-CD-LINE(WS-CD-PTR + 2:7)
                 ADD 9 TO WS-CD-PTR
                 ADD CDE-QTY(WS-CD-IND, WS-CD-COL) TO WS-CD-ROW-TOTAL
              END-PERFORM
              MOVE WS-CD-ROW-TOTAL TO WS-CD-EDIT
              MOVE WS-CD-EDIT TO WS-CD-LINE(WS-CD-PTR + 2:7)
              MOVE WS-CD-LINE TO CONSUMPTION-REPORT-REC
              WRITE CONSUMPTION-REPORT-REC
           END-PERFORM
           MOVE SPACES TO WS-CD-LINE
           MOVE 'ALL' TO WS-CD-LINE(1:4)
           MOVE 0 TO WS-CD-ROW-TOTAL
           MOVE 6 TO WS-CD-PTR
           PERFORM VARYING WS-CD-COL FROM 1 BY 1
              UNTIL WS-CD-COL > 4
              MOVE WS-CD-COL-TOTAL(WS-CD-COL) TO WS-CD-EDIT
              MOVE WS-CD-EDIT TO WS-CD-LINE(WS-CD-PTR + 2:7)
              ADD 9 TO WS-CD-PTR
              ADD WS-CD-COL-TOTAL(WS-CD-COL) TO WS-CD-ROW-TOTAL
           END-PERFORM
           MOVE WS-CD-ROW-TOTAL TO WS-CD-EDIT
           MOVE WS-CD-EDIT TO WS-CD-LINE(WS-CD-PTR + 2:7)
           MOVE WS-CD-LINE TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           IF WS-CD-OVERFLOW > 0
              MOVE SPACES TO CONSUMPTION-REPORT-REC
              MOVE WS-CD-OVERFLOW TO WS-CD-EDIT
              STRING 'Lines past the 100-department table, NOT '
                                                 DELIMITED BY SIZE
                     'shown: '                   DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CD-EDIT)   DELIMITED BY SIZE
                     INTO CONSUMPTION-REPORT-REC
              WRITE CONSUMPTION-REPORT-REC
           END-IF
           MOVE SPACES TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           MOVE 'CONSUMABLES DRAWN' TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           MOVE 'ITEM        PRINTS    UNITS  DESCRIPTION'
             TO CONSUMPTION-REPORT-REC
           WRITE CONSUMPTION-REPORT-REC
           PERFORM VARYING WS-SK-IND FROM 1 BY 1
              UNTIL WS-SK-IND > WS-SK-COUNT
              MOVE SKE-USED(WS-SK-IND) TO WS-CD-EDIT
              IF SKE-PER-UNIT(WS-SK-IND) > 0
                 COMPUTE WS-CD-ROLLS-NUM ROUNDED =
                    SKE-USED(WS-SK-IND) / SKE-PER-UNIT(WS-SK-IND)
              ELSE
                 MOVE 0 TO WS-CD-ROLLS-NUM
              END-IF
              MOVE WS-CD-ROLLS-NUM TO WS-CD-ROLLS
              MOVE SPACES TO CONSUMPTION-REPORT-REC
              STRING SKE-ITEM(WS-SK-IND)          DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     WS-CD-EDIT                   DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     WS-CD-ROLLS                  DELIMITED BY SIZE
                     '  '                         DELIMITED BY SIZE
                     SKE-DESC(WS-SK-IND)          DELIMITED BY SIZE
                     INTO CONSUMPTION-REPORT-REC
              WRITE CONSUMPTION-REPORT-REC
           END-PERFORM
           CLOSE CONSUMPTION-REPORT-FILE
       .
      *// muster run: everyone on today's roster and every
      *// visitor whose pass covers today, grouped by assembly
      *// point. No feed-control check here -- in an evacuation a
      *// roster that is a day stale is still the best list there is.
       RUN-MUSTER.
           PERFORM WRITE-JOB-START
           ACCEPT WS-MU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MU-TIME FROM TIME
           PERFORM LOAD-ASSEMBLY-POINTS
           OPEN INPUT ROSTER-FILE
           PERFORM LOAD-ROSTER-TABLE
           CLOSE ROSTER-FILE
           PERFORM LOAD-VISITOR-LEDGER
           MOVE 0 TO WS-MU-COUNT
           PERFORM VARYING WS-ROSTER-IND FROM 1 BY 1
              UNTIL WS-ROSTER-IND > WS-ROSTER-COUNT
              PERFORM ADD-MUSTER-EMPLOYEE
           END-PERFORM
           PERFORM VARYING WS-VL-IND FROM 1 BY 1
              UNTIL WS-VL-IND > WS-VL-COUNT
              IF VLE-STATUS(WS-VL-IND) EQUAL 'ACTIVE'
              AND VLE-FROM(WS-VL-IND) <= WS-MU-DATE
              AND VLE-TO(WS-VL-IND) >= WS-MU-DATE
                 PERFORM ADD-MUSTER-VISITOR
              END-IF
           END-PERFORM
           PERFORM SORT-MUSTER-TABLE
           PERFORM WRITE-MUSTER-SHEETS
           PERFORM SAVE-MUSTER-LIST
           COMPUTE WS-JH-READ = WS-ROSTER-COUNT + WS-VL-COUNT
           MOVE WS-MU-COUNT TO WS-JH-WRITTEN
           MOVE WS-MU-OVERFLOW TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       LOAD-ASSEMBLY-POINTS.
           MOVE 0 TO WS-AP-COUNT
           OPEN INPUT ASSEMBLY-POINT-FILE
           IF WS-ASSEMBLY-POINT-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-ASSEMBLY
              PERFORM UNTIL END-OF-ASSEMBLY
                 READ ASSEMBLY-POINT-FILE
                    AT END MOVE 'Y' TO WS-EOF-ASSEMBLY
                    NOT AT END
                       IF WS-AP-COUNT < 100
                       AND AP-DEPT NOT EQUAL SPACES
                          ADD 1 TO WS-AP-COUNT
                          MOVE AP-DEPT TO APE-DEPT(WS-AP-COUNT)
                          MOVE AP-POINT TO APE-POINT(WS-AP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASSEMBLY-POINT-FILE
           ELSE
              DISPLAY 'two-fer muster: no assembly-point table at '
                 FUNCTION TRIM(WS-ASSEMBLY-POINT-PATH)
                 ', everyone is on the UNASSIGNED sheet'
           END-IF
       .
      *// a department with no point -- or a visitor whose
      *// sponsor is not on the roster -- lands on the UNASSIGNED
      *// sheet, which sorts last, so the gap is seen on the day.
       LOOKUP-ASSEMBLY-POINT.
           MOVE SPACES TO WS-AP-POINT
           PERFORM VARYING WS-AP-IND FROM 1 BY 1
              UNTIL WS-AP-IND > WS-AP-COUNT
              OR WS-AP-POINT NOT EQUAL SPACES
              IF APE-DEPT(WS-AP-IND) EQUAL WS-AP-DEPT
                 MOVE APE-POINT(WS-AP-IND) TO WS-AP-POINT
              END-IF
           END-PERFORM
           IF WS-AP-POINT EQUAL SPACES
              MOVE 'UNASSIGNED' TO WS-AP-POINT
           END-IF
       .
       ADD-MUSTER-EMPLOYEE.
           IF WS-MU-COUNT >= 800
              ADD 1 TO WS-MU-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MU-COUNT
           ADD 1 TO WS-MU-EMPLOYEES
           MOVE RE-DEPT(WS-ROSTER-IND) TO WS-AP-DEPT
           PERFORM LOOKUP-ASSEMBLY-POINT
           MOVE WS-AP-POINT TO MUE-POINT(WS-MU-COUNT)
           MOVE 'E' TO MUE-TYPE(WS-MU-COUNT)
           MOVE RE-DEPT(WS-ROSTER-IND) TO MUE-DEPT(WS-MU-COUNT)
           MOVE RE-NAME(WS-ROSTER-IND) TO MUE-NAME(WS-MU-COUNT)
           MOVE RE-EMP-ID(WS-ROSTER-IND) TO MUE-KEY(WS-MU-COUNT)
           MOVE SPACES TO MUE-SPONSOR(WS-MU-COUNT)
           MOVE 'N' TO MUE-PRESENT(WS-MU-COUNT)
       .
      *// a visitor musters with the sponsor's department
       ADD-MUSTER-VISITOR.
           IF WS-MU-COUNT >= 800
              ADD 1 TO WS-MU-OVERFLOW
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MU-COUNT
           ADD 1 TO WS-MU-VISITORS
           MOVE SPACES TO WS-AP-DEPT
           PERFORM VARYING WS-ROSTER-IND FROM 1 BY 1
              UNTIL WS-ROSTER-IND > WS-ROSTER-COUNT
              OR WS-AP-DEPT NOT EQUAL SPACES
              IF RE-EMP-ID(WS-ROSTER-IND) EQUAL VLE-SPONSOR(WS-VL-IND)
                 MOVE RE-DEPT(WS-ROSTER-IND) TO WS-AP-DEPT
              END-IF
           END-PERFORM
           IF WS-AP-DEPT EQUAL SPACES
              MOVE 'UNASSIGNED' TO WS-AP-POINT
           ELSE
              PERFORM LOOKUP-ASSEMBLY-POINT
           END-IF
           MOVE WS-AP-POINT TO MUE-POINT(WS-MU-COUNT)
           MOVE 'V' TO MUE-TYPE(WS-MU-COUNT)
           MOVE WS-AP-DEPT TO MUE-DEPT(WS-MU-COUNT)
           MOVE VLE-NAME(WS-VL-IND) TO MUE-NAME(WS-MU-COUNT)
           MOVE VLE-PASS(WS-VL-IND) TO MUE-KEY(WS-MU-COUNT)
           MOVE VLE-SPONSOR(WS-VL-IND) TO MUE-SPONSOR(WS-MU-COUNT)
           MOVE 'N' TO MUE-PRESENT(WS-MU-COUNT)
       .
      *// simple ascending bubble sort on the muster key;
      *// UNASSIGNED is forced last by sorting it as high-values.
       SORT-MUSTER-TABLE.
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT
              IF MUE-POINT(WS-MU-IND) EQUAL 'UNASSIGNED'
                 MOVE HIGH-VALUES TO MUE-POINT(WS-MU-IND)
              END-IF
           END-PERFORM
           MOVE 'Y' TO WS-MU-SWAPPED
           PERFORM UNTIL NOT MU-SWAPPED
              MOVE 'N' TO WS-MU-SWAPPED
              PERFORM VARYING WS-MU-IND FROM 1 BY 1
                 UNTIL WS-MU-IND >= WS-MU-COUNT
                 IF MUE-SORT-KEY(WS-MU-IND) >
                    MUE-SORT-KEY(WS-MU-IND + 1)
                    MOVE WS-MU-ENTRY(WS-MU-IND) TO WS-MU-TEMP-ENTRY
                    MOVE WS-MU-ENTRY(WS-MU-IND + 1)
                      TO WS-MU-ENTRY(WS-MU-IND)
                    MOVE WS-MU-TEMP-ENTRY
                      TO WS-MU-ENTRY(WS-MU-IND + 1)
                    MOVE 'Y' TO WS-MU-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT
              IF MUE-POINT(WS-MU-IND) EQUAL HIGH-VALUES
                 MOVE 'UNASSIGNED' TO MUE-POINT(WS-MU-IND)
              END-IF
           END-PERFORM
       .
      *// one sheet per assembly point: a tick column, the
      *// id the warden can call out, and for a visitor the sponsor
      *// to ask after them.
       WRITE-MUSTER-SHEETS.
           OPEN OUTPUT MUSTER-SHEET-FILE
           MOVE SPACES TO WS-MU-POINT
           MOVE 0 TO WS-MU-POINT-COUNT
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT
              IF MUE-POINT(WS-MU-IND) NOT EQUAL WS-MU-POINT
                 IF WS-MU-POINT NOT EQUAL SPACES
                    PERFORM WRITE-MUSTER-SHEET-FOOT
                 END-IF
                 MOVE MUE-POINT(WS-MU-IND) TO WS-MU-POINT
                 PERFORM WRITE-MUSTER-SHEET-HEAD
              END-IF
              ADD 1 TO WS-MU-POINT-COUNT
              MOVE SPACES TO MUSTER-SHEET-REC
              STRING '[ ]  '                    DELIMITED BY SIZE
                     MUE-KEY(WS-MU-IND)         DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     MUE-NAME(WS-MU-IND)(1:30)  DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     MUE-DEPT(WS-MU-IND)        DELIMITED BY SIZE
                     INTO MUSTER-SHEET-REC
              IF MUE-TYPE(WS-MU-IND) EQUAL 'V'
                 STRING FUNCTION TRIM(MUSTER-SHEET-REC TRAILING)
                                                DELIMITED BY SIZE
                        '  VISITOR, sponsor '   DELIMITED BY SIZE
                        MUE-SPONSOR(WS-MU-IND)  DELIMITED BY SIZE
                        INTO MUSTER-SHEET-REC
              END-IF
              WRITE MUSTER-SHEET-REC
           END-PERFORM
           IF WS-MU-POINT NOT EQUAL SPACES
              PERFORM WRITE-MUSTER-SHEET-FOOT
           END-IF
           MOVE SPACES TO MUSTER-SHEET-REC
           MOVE WS-MU-EMPLOYEES TO WS-MU-EDIT
           STRING 'ON SITE: '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  ' employees, '                DELIMITED BY SIZE
                  INTO MUSTER-SHEET-REC
           MOVE WS-MU-VISITORS TO WS-MU-EDIT
           STRING FUNCTION TRIM(MUSTER-SHEET-REC TRAILING)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  ' visitors'                   DELIMITED BY SIZE
                  INTO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
           IF WS-MU-OVERFLOW > 0
              MOVE SPACES TO MUSTER-SHEET-REC
              MOVE WS-MU-OVERFLOW TO WS-MU-EDIT
              STRING '** '                      DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MU-EDIT)  DELIMITED BY SIZE
                     ' PEOPLE NOT LISTED -- muster table full, use '
                                                DELIMITED BY SIZE
                     'the printed roster **'    DELIMITED BY SIZE
                     INTO MUSTER-SHEET-REC
              WRITE MUSTER-SHEET-REC
           END-IF
           CLOSE MUSTER-SHEET-FILE
       .
       WRITE-MUSTER-SHEET-HEAD.
           MOVE 0 TO WS-MU-POINT-COUNT
           MOVE SPACES TO MUSTER-SHEET-REC
           STRING '=== FIRE MUSTER -- ASSEMBLY POINT '
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-POINT)    DELIMITED BY SIZE
                  ' ===  '                      DELIMITED BY SIZE
                  WS-MU-DATE                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-MU-TIME(1:2)               DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-MU-TIME(3:2)               DELIMITED BY SIZE
                  INTO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
           MOVE 'HERE ID       NAME                           DEPT'
             TO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
       .
       WRITE-MUSTER-SHEET-FOOT.
           MOVE SPACES TO MUSTER-SHEET-REC
           MOVE WS-MU-POINT-COUNT TO WS-MU-EDIT
           STRING 'To account for at '          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-POINT)    DELIMITED BY SIZE
                  ': '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  INTO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
           MOVE 'Warden: ______________________  Time cleared: _____'
             TO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
           MOVE SPACES TO MUSTER-SHEET-REC
           WRITE MUSTER-SHEET-REC
       .
       SAVE-MUSTER-LIST.
           OPEN OUTPUT MUSTER-LIST-FILE
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT
              MOVE SPACES TO MUSTER-LIST-REC
              MOVE MUE-POINT(WS-MU-IND) TO ML-POINT
              MOVE MUE-TYPE(WS-MU-IND) TO ML-TYPE
              MOVE MUE-DEPT(WS-MU-IND) TO ML-DEPT
              MOVE MUE-NAME(WS-MU-IND) TO ML-NAME
              MOVE MUE-KEY(WS-MU-IND) TO ML-KEY
              MOVE MUE-SPONSOR(WS-MU-IND) TO ML-SPONSOR
              WRITE MUSTER-LIST-REC
           END-PERFORM
           CLOSE MUSTER-LIST-FILE
       .
      *// roll-call check: the wardens' present marks against
      *// the list the sheets were printed from; whoever is left
      *// unmarked goes to the fire marshal, by assembly point.
       RUN-ROLL-CALL.
           PERFORM WRITE-JOB-START
           MOVE 0 TO WS-MU-COUNT
           OPEN INPUT MUSTER-LIST-FILE
           IF WS-MUSTER-LIST-STATUS NOT EQUAL '00'
              DISPLAY 'two-fer roll call: no muster list at '
                 FUNCTION TRIM(WS-MUSTER-LIST-PATH)
                 ' -- run the muster first'
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-MUSTER
           PERFORM UNTIL END-OF-MUSTER
              READ MUSTER-LIST-FILE
                 AT END MOVE 'Y' TO WS-EOF-MUSTER
                 NOT AT END
                    IF WS-MU-COUNT < 800
                       ADD 1 TO WS-MU-COUNT
                       MOVE ML-POINT TO MUE-POINT(WS-MU-COUNT)
                       MOVE ML-TYPE TO MUE-TYPE(WS-MU-COUNT)
                       MOVE ML-DEPT TO MUE-DEPT(WS-MU-COUNT)
                       MOVE ML-NAME TO MUE-NAME(WS-MU-COUNT)
                       MOVE ML-KEY TO MUE-KEY(WS-MU-COUNT)
                       MOVE ML-SPONSOR TO MUE-SPONSOR(WS-MU-COUNT)
                       MOVE 'N' TO MUE-PRESENT(WS-MU-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MUSTER-LIST-FILE
           OPEN OUTPUT UNACCOUNTED-FILE
           MOVE 'UNACCOUNTED FOR -- FIRE MARSHAL' TO UNACCOUNTED-REC
           WRITE UNACCOUNTED-REC
           OPEN INPUT MUSTER-PRESENT-FILE
           IF WS-MUSTER-PRESENT-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-MUSTER
              PERFORM UNTIL END-OF-MUSTER
                 READ MUSTER-PRESENT-FILE
                    AT END MOVE 'Y' TO WS-EOF-MUSTER
                    NOT AT END
                       IF MUSTER-PRESENT-REC NOT EQUAL SPACES
                          PERFORM APPLY-PRESENT-MARK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MUSTER-PRESENT-FILE
           ELSE
              MOVE '(no present marks on hand -- everyone is listed)'
                TO UNACCOUNTED-REC
              WRITE UNACCOUNTED-REC
           END-IF
           PERFORM WRITE-UNACCOUNTED-LIST
           CLOSE UNACCOUNTED-FILE
           MOVE WS-MU-MARKS TO WS-JH-READ
           MOVE WS-MU-PRESENT TO WS-JH-WRITTEN
           MOVE WS-MU-MISSING TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
      *// match on the id when the warden wrote one, else on
      *// the name, ignoring case; a mark that matches nobody on the
      *// list is shown -- it may be someone the list missed.
       APPLY-PRESENT-MARK.
           ADD 1 TO WS-MU-MARKS
           MOVE 0 TO WS-MU-CUR
           MOVE FUNCTION UPPER-CASE(MP-NAME) TO WS-MU-NAME-UPPER
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT OR WS-MU-CUR > 0
              IF MP-KEY NOT EQUAL SPACES
                 IF MUE-KEY(WS-MU-IND) EQUAL MP-KEY
                    MOVE WS-MU-IND TO WS-MU-CUR
                 END-IF
              ELSE
                 IF FUNCTION UPPER-CASE(MUE-NAME(WS-MU-IND))
                    EQUAL WS-MU-NAME-UPPER
                    MOVE WS-MU-IND TO WS-MU-CUR
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MU-CUR EQUAL 0
              ADD 1 TO WS-MU-UNMATCHED
              MOVE SPACES TO UNACCOUNTED-REC
              STRING '  present mark '           DELIMITED BY SIZE
                     MP-KEY                      DELIMITED BY SIZE
                     ' '                         DELIMITED BY SIZE
                     FUNCTION TRIM(MP-NAME)      DELIMITED BY SIZE
                     ' is not on the muster list -- check who this is'
                                                 DELIMITED BY SIZE
                     INTO UNACCOUNTED-REC
              WRITE UNACCOUNTED-REC
           ELSE
              MOVE 'Y' TO MUE-PRESENT(WS-MU-CUR)
           END-IF
       .
       WRITE-UNACCOUNTED-LIST.
           MOVE SPACES TO WS-MU-POINT
           PERFORM VARYING WS-MU-IND FROM 1 BY 1
              UNTIL WS-MU-IND > WS-MU-COUNT
              IF MUE-PRESENT(WS-MU-IND) EQUAL 'Y'
                 ADD 1 TO WS-MU-PRESENT
              ELSE
                 ADD 1 TO WS-MU-MISSING
                 IF MUE-POINT(WS-MU-IND) NOT EQUAL WS-MU-POINT
                    MOVE MUE-POINT(WS-MU-IND) TO WS-MU-POINT
                    MOVE SPACES TO UNACCOUNTED-REC
                    WRITE UNACCOUNTED-REC
                    MOVE SPACES TO UNACCOUNTED-REC
                    STRING 'ASSEMBLY POINT '     DELIMITED BY SIZE
                           WS-MU-POINT           DELIMITED BY SIZE
                           INTO UNACCOUNTED-REC
                    WRITE UNACCOUNTED-REC
                 END-IF
                 MOVE SPACES TO UNACCOUNTED-REC
                 STRING '  '                       DELIMITED BY SIZE
                        MUE-KEY(WS-MU-IND)         DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        MUE-NAME(WS-MU-IND)(1:30)  DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        MUE-DEPT(WS-MU-IND)        DELIMITED BY SIZE
                        INTO UNACCOUNTED-REC
                 IF MUE-TYPE(WS-MU-IND) EQUAL 'V'
                    STRING FUNCTION TRIM(UNACCOUNTED-REC TRAILING)
                                                   DELIMITED BY SIZE
                           '  VISITOR, sponsor '   DELIMITED BY SIZE
                           MUE-SPONSOR(WS-MU-IND)  DELIMITED BY SIZE
                           INTO UNACCOUNTED-REC
                 END-IF
                 WRITE UNACCOUNTED-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO UNACCOUNTED-REC
           WRITE UNACCOUNTED-REC
           MOVE SPACES TO UNACCOUNTED-REC
           MOVE WS-MU-MISSING TO WS-MU-EDIT
           STRING 'UNACCOUNTED FOR: '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  INTO UNACCOUNTED-REC
           MOVE WS-MU-PRESENT TO WS-MU-EDIT
           STRING FUNCTION TRIM(UNACCOUNTED-REC TRAILING)
                                                DELIMITED BY SIZE
                  '   present: '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  INTO UNACCOUNTED-REC
           MOVE WS-MU-COUNT TO WS-MU-EDIT
           STRING FUNCTION TRIM(UNACCOUNTED-REC TRAILING)
                                                DELIMITED BY SIZE
                  '   on the list: '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MU-EDIT)     DELIMITED BY SIZE
                  INTO UNACCOUNTED-REC
           WRITE UNACCOUNTED-REC
           IF WS-MU-UNMATCHED > 0
              MOVE SPACES TO UNACCOUNTED-REC
              MOVE WS-MU-UNMATCHED TO WS-MU-EDIT
              STRING 'Present marks matching nobody on the list: '
                                                DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MU-EDIT)  DELIMITED BY SIZE
                     INTO UNACCOUNTED-REC
              WRITE UNACCOUNTED-REC
           END-IF
       .
