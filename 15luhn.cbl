              ACCESS MODE DYNAMIC
              RECORD KEY SP-PAN
              FILE STATUS WS-SEEN-PAN-STATUS.
      *// token vault: each valid PAN is swapped for a
      *// stable surrogate keeping the BIN and last four, so the
      *// authorization feeds, carryover and seen-PAN store carry
      *// tokens only. The vault is the one file holding the clear
      *// number; DETOKENIZE is the restricted way back out.
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TV-PAN
              ALTERNATE RECORD KEY TV-TOKEN
              FILE STATUS WS-TOKEN-VAULT-STATUS.
      *// open rejects: a reject carrying an account
      *// reference stays open here, night to night, until a
      *// corrected card for the same account passes. Closed entries
      *// are kept with the date they cleared, so there is a record
      *// of which rejects were ever resolved.
           SELECT OPEN-REJECT-FILE ASSIGN TO WS-OPEN-REJECT-PATH
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OR-ACCOUNT-REF
              FILE STATUS WS-OPEN-REJECT-STATUS.
      *// a card can be Luhn-valid and stolen: the fraud
      *// desk's blocklist is checked against the stripped PAN before
      *// any card is forwarded, and catches land on a security-alert
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-RUN-CONTROL-STATUS.
      *// the suite authorization table: which operators,
      *// by ID or by role, may run the guarded modes.
           SELECT AUTH-FILE ASSIGN TO WS-AUTH-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-AUTH-STATUS.
      *// lock-file convention for files shared across
      *// programs: take <file>.lck before opening a shared file for
      *// write, fail cleanly with a message when it is held, and
           SELECT JOB-HISTORY-FILE ASSIGN TO WS-JOB-HISTORY-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-JOB-HISTORY-STATUS.
      *// issuer billing: every batch run appends its
      *// per-network volumes to the billing history; the monthly
      *// run prices a month of it from the fee schedule into one
      *// invoice extract per issuer and a summary for finance.
           SELECT BILLING-HISTORY-FILE
              ASSIGN TO WS-BILLING-HIST-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-BILLING-HIST-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO WS-FEE-SCHEDULE-PATH
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS WS-FEE-SCHEDULE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BILL-SUMMARY-FILE ASSIGN TO WS-BILL-SUMMARY-PATH
              ORGANIZATION LINE SEQUENTIAL.
           SELECT AGEING-REPORT-FILE ASSIGN TO WS-AGEING-REPORT-PATH
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
          01 CARD-FILE-REC PIC X(32).
      *// the extended feed layout carries the expiry (MMYY)
      *// and service code after the PAN; a record still in the
      *// old 32-byte layout reads with these blank.
          01 CARD-FILE-EXT-REC.
             02 CX-PAN          PIC X(32).
             02 CX-EXPIRY.
                03 CX-EXP-MONTH PIC X(2).
                03 CX-EXP-YEAR  PIC X(2).
             02 CX-SERVICE-CODE PIC X(3).
             02 CX-ACCOUNT-REF  PIC X(16).
       FD VALIDATION-REPORT-FILE.
          01 VALIDATION-REPORT-REC PIC X(90).
       FD CORRECTIONS-FILE.
          01 SEEN-PAN-REC.
             02 SP-PAN   PIC X(32).
             02 SP-COUNT PIC 9(4).
       FD TOKEN-VAULT-FILE.
          01 TOKEN-VAULT-REC.
             02 TV-PAN      PIC X(32).
             02 TV-TOKEN    PIC X(32).
             02 TV-SEQUENCE PIC 9(9).
             02 TV-CREATED  PIC X(8).
       FD OPEN-REJECT-FILE.
          01 OPEN-REJECT-REC.
             02 OR-ACCOUNT-REF  PIC X(16).
             02 OR-MASKED-PAN   PIC X(32).
             02 OR-REASON       PIC X(23).
             02 OR-NETWORK      PIC X(10).
             02 OR-FIRST-DATE   PIC X(8).
             02 OR-LAST-DATE    PIC X(8).
             02 OR-TIMES        PIC 9(3).
             02 OR-STATE        PIC X.
               88 OR-IS-OPEN    VALUE 'O'.
               88 OR-IS-CLOSED  VALUE 'C'.
             02 OR-CLOSED-DATE  PIC X(8).
       FD BLOCKLIST-FILE.
          01 BLOCKLIST-REC.
             02 BL-PAN-IN    PIC X(32).
             02 CK-STAT-REJ-CHECKS PIC 9(6).
             02 CK-STAT-DUPLICATES PIC 9(6).
             02 CK-STAT-BLOCKED    PIC 9(6).
             02 CK-STAT-REJ-EXPIRED PIC 9(6).
             02 CK-STAT-REJ-MONTH  PIC 9(6).
             02 CK-STAT-REJ-LIFE   PIC 9(6).
             02 CK-STAT-REJ-SVC    PIC 9(6).
             02 CK-NET-COUNT       PIC 99.
             02 CK-NET-ENTRY OCCURS 12 TIMES.
                03 CK-NET-NAME     PIC X(10).
                03 CK-NET-TOTAL    PIC 9(6).
                03 CK-NET-VALID    PIC 9(6).
                03 CK-NET-REJECTED PIC 9(6).
                03 CK-NET-BLOCKED  PIC 9(6).
       FD RESPONSES-FILE.
          01 RESPONSE-REC.
             02 RESP-CARD   PIC X(32).
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
       FD LOCK-FILE.
          01 LOCK-REC.
             02 LK-STATE   PIC X(4).
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
       FD STEMS-FILE.
          01 STEM-REC PIC X(32).
       FD ISSUABLE-FILE.
             02 BT-NETWORK-IN   PIC X(10).
             02 BT-LEN-MIN-IN   PIC 99.
             02 BT-LEN-MAX-IN   PIC 99.
      *// longest card life the issuer grants, in years;
      *// blank or zero means no limit is checked.
             02 BT-MAX-LIFE-IN  PIC 99.
       FD BILLING-HISTORY-FILE.
          01 BILLING-HISTORY-REC.
             02 BH-RUN-DATE     PIC X(8).
             02 BH-NETWORK      PIC X(10).
             02 BH-VALIDATED    PIC 9(6).
             02 BH-REJECTED     PIC 9(6).
             02 BH-BLOCKED      PIC 9(6).
       FD FEE-SCHEDULE-FILE.
          01 FEE-SCHEDULE-REC.
             02 FS-NETWORK-IN     PIC X(10).
             02 FS-VALID-RATE-IN  PIC 9(2)V9(4).
             02 FS-REJECT-RATE-IN PIC 9(2)V9(4).
             02 FS-MINIMUM-IN     PIC 9(7)V99.
       FD INVOICE-FILE.
          01 INVOICE-REC.
             02 IV-REC-TYPE      PIC X(3).
             02 IV-NETWORK       PIC X(10).
             02 IV-BILL-MONTH    PIC X(6).
             02 IV-VALIDATED     PIC 9(8).
             02 IV-REJECTED      PIC 9(8).
             02 IV-BLOCKED       PIC 9(8).
             02 IV-VALID-RATE    PIC 9(2)V9(4).
             02 IV-VALID-CHARGE  PIC 9(9)V99.
             02 IV-REJECT-RATE   PIC 9(2)V9(4).
             02 IV-REJECT-CHARGE PIC 9(9)V99.
             02 IV-MINIMUM       PIC 9(7)V99.
             02 IV-MIN-TOPUP     PIC 9(9)V99.
             02 IV-AMOUNT-DUE    PIC 9(9)V99.
       FD BILL-SUMMARY-FILE.
          01 BILL-SUMMARY-REC PIC X(100).
       FD AGEING-REPORT-FILE.
          01 AGEING-REPORT-REC PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-CARD-NUMBER  PIC X(32).
       01 WS-CARD-DIGITS  PIC 9(32).
      *// why a card failed, for req 019's rejection-reason
      *// code and req 020's per-reason stats breakdown.
       01 WS-REJECT-REASON PIC X(23) VALUE SPACES.
      *// whether the check digit itself came out right,
      *// whatever else the card was later rejected for.
       01 WS-CHECK-DIGIT   PIC X VALUE 'N'.
        88 CHECK-DIGIT-PASSED      VALUE 'Y'.
      *// BATCH CARD-FILE CONTROL
       01 WS-MODE               PIC X VALUE 'S'.
         88 MODE-SINGLE-CARD    VALUE 'S'.
         88 MODE-BATCH-CARDS    VALUE 'B'.
         88 MODE-GENERATE       VALUE 'G'.
         88 MODE-RECONCILE      VALUE 'R'.
         88 MODE-MONTHLY-BILLING VALUE 'M'.
         88 MODE-REJECT-AGEING  VALUE 'O'.
       01 WS-CARD-FILE-PATH     PIC X(100) VALUE 'luhn-cards.dat'.
       01 WS-VALIDATION-REPORT-PATH PIC X(100)
                                VALUE 'luhn-validation.rpt'.
            03 BIN-NETWORK   PIC X(10).
            03 BIN-LEN-MIN   PIC 99.
            03 BIN-LEN-MAX   PIC 99.
            03 BIN-MAX-LIFE  PIC 99.
       01 WS-BIN-COUNT          PIC 99 VALUE 0.
       01 WS-BIN-IND            PIC 99.
       01 WS-BIN-PREFIX-LEN     PIC 99.
       01 WS-CARD-NETWORK       PIC X(10) VALUE 'UNKNOWN'.
       01 WS-NET-LEN-MIN        PIC 99 VALUE 0.
       01 WS-NET-LEN-MAX        PIC 99 VALUE 0.
       01 WS-NET-MAX-LIFE       PIC 99 VALUE 0.
      *// EXPIRY AND SERVICE CODE -- set from the extended
      *// feed record before VALIDATE-CARD; blank for a legacy
      *// record or a carryover card, which skip these checks.
       01 WS-CARD-EXPIRY.
         02 WS-CARD-EXP-MONTH   PIC X(2) VALUE SPACES.
         02 WS-CARD-EXP-YEAR    PIC X(2) VALUE SPACES.
       01 WS-CARD-SERVICE-CODE  PIC X(3) VALUE SPACES.
       01 WS-EXP-RUN-DATE.
         02 WS-EXP-RUN-YYYY     PIC 9(4).
         02 WS-EXP-RUN-MON      PIC 99.
         02 WS-EXP-RUN-DD       PIC 99.
       01 WS-EXP-RUN-MONTHS     PIC 9(6).
       01 WS-EXP-CARD-MONTHS    PIC 9(6).
       01 WS-EXP-MM             PIC 99.
       01 WS-EXP-YY             PIC 99.
      *// per-network validation counts for the stats block
       01 WS-NET-STATS.
         02 WS-NET-STAT-ENTRY OCCURS 12 TIMES.
            03 NS-NETWORK PIC X(10).
            03 NS-COUNT   PIC 9(6).
            03 NS-VALID    PIC 9(6).
            03 NS-REJECTED PIC 9(6).
            03 NS-BLOCKED  PIC 9(6).
       01 WS-NET-STAT-COUNT     PIC 99 VALUE 0.
       01 WS-NET-STAT-IND       PIC 99.
       01 WS-NET-STAT-CUR       PIC 99 VALUE 0.
       01 WS-NET-STAT-FOUND     PIC X VALUE 'N'.
      *// DUPLICATE DETECTION -- keyed on the stripped
      *// number, so '4539 1488...' and '4539-1488...' are the same
         88 DUPLICATE-CARD      VALUE 'Y'.
       01 WS-STAT-DUPLICATES    PIC 9(6) VALUE 0.
       01 WS-SEEN-COUNT-EDIT    PIC Z(3)9.
      *// TOKEN VAULT -- WS-CARD-TOKEN is what goes
      *// downstream for the card in hand: the vault token for any
      *// card whose check digit passes, and for one that fails it
      *// (or has no token to be had) a one-way surrogate -- '#'
      *// and two 9-digit hashes of the number -- so the number
      *// itself is never kept. The control record (key
      *// #NEXT-TOKEN) holds the sequence the middle digits of a
      *// new token are cut from.
       01 WS-TOKEN-VAULT-PATH   PIC X(100)
                                 VALUE 'luhn-token-vault.dat'.
       01 WS-TOKEN-VAULT-STATUS PIC XX.
       01 WS-CARD-TOKEN         PIC X(32).
       01 WS-TV-CONTROL-KEY     PIC X(32) VALUE '#NEXT-TOKEN'.
       01 WS-TV-NEXT-SEQ        PIC 9(9) VALUE 0.
       01 WS-TV-MID-START       PIC 99.
       01 WS-TV-MID-LEN         PIC 99.
       01 WS-TV-TRIES           PIC 9(5).
       01 WS-TV-FREE            PIC X VALUE 'N'.
         88 TOKEN-IS-FREE       VALUE 'Y'.
       01 WS-STAT-TOKENS-NEW    PIC 9(6) VALUE 0.
       01 WS-CARD-SURROGATE.
         02 FILLER              PIC X VALUE '#'.
         02 WS-SUR-HASH-1       PIC 9(9).
         02 WS-SUR-HASH-2       PIC 9(9).
       01 WS-SUR-IND            PIC 99.
       01 WS-SUR-WORK           PIC 9(18).
      *// OPEN REJECTS -- WS-CARD-ACCOUNT-REF comes from the
      *// extended feed record; a legacy record or a carryover card
      *// has none and is not tracked. A card rejected again on the
      *// night it was last rejected (a restart re-reading the tail)
      *// does not bump the resubmission count.
       01 WS-OPEN-REJECT-PATH   PIC X(100)
                                 VALUE 'luhn-open-rejects.dat'.
       01 WS-OPEN-REJECT-STATUS PIC XX.
       01 WS-CARD-ACCOUNT-REF   PIC X(16) VALUE SPACES.
       01 WS-OR-REASON          PIC X(23).
       01 WS-OR-TODAY           PIC X(8).
       01 WS-OR-FOUND           PIC X VALUE 'N'.
         88 OPEN-REJECT-FOUND   VALUE 'Y'.
       01 WS-EOF-OPEN-REJECTS   PIC X VALUE 'N'.
         88 END-OF-OPEN-REJECTS VALUE 'Y'.
       01 WS-STAT-REJECTS-OPENED PIC 9(6) VALUE 0.
       01 WS-STAT-REJECTS-CLOSED PIC 9(6) VALUE 0.
      *// REJECT AGEING -- the weekly still-outstanding list
      *// for the upstream team: every open reject with its age, then
      *// a count by reason and issuer in four age bands.
       01 WS-AGEING-REPORT-PATH PIC X(100)
                                 VALUE 'luhn-rejects-outstanding.rpt'.
       01 WS-AGE-TABLE.
         02 WS-AGE-ENTRY OCCURS 60 TIMES.
            03 AG-REASON        PIC X(23).
            03 AG-NETWORK       PIC X(10).
            03 AG-BAND          PIC 9(6) OCCURS 4 TIMES.
            03 AG-TOTAL         PIC 9(6).
       01 WS-AGE-COUNT          PIC 99 VALUE 0.
       01 WS-AGE-IND            PIC 99.
       01 WS-AGE-CUR            PIC 99.
       01 WS-AGE-BAND-IND       PIC 9.
       01 WS-AGE-TODAY          PIC 9(8).
       01 WS-AGE-FIRST          PIC 9(8).
       01 WS-AGE-DAYS           PIC 9(5).
       01 WS-AGE-READ           PIC 9(6) VALUE 0.
       01 WS-AGE-OPEN           PIC 9(6) VALUE 0.
       01 WS-AGE-CLOSED         PIC 9(6) VALUE 0.
       01 WS-AGE-UNGROUPED      PIC 9(6) VALUE 0.
       01 WS-AGE-BAND-TOTAL     PIC 9(6) OCCURS 4 TIMES.
       01 WS-AGE-DAYS-EDIT      PIC Z(4)9.
       01 WS-AGE-COUNT-EDIT     PIC Z(5)9.
      *// PAN MASKING -- a compliance finding: printed
      *// reports showed full card numbers. Human-readable outputs
      *// carry first 6 + last 4 only; the system-to-system
       01 WS-RCTL-DATE             PIC X(8).
       01 WS-RCTL-TOKEN-POS        PIC 999.
       01 WS-RCTL-TOKEN-FOUND      PIC X.
      *// OPERATOR AUTHORITY -- check-digit generation runs only
      *// for an operator the authorization table allows.
       01 WS-OPERATOR              PIC X(12) VALUE SPACES.
       01 WS-AUTH-PATH             PIC X(100)
                                    VALUE 'operator-auth.dat'.
       01 WS-AUTH-STATUS           PIC XX.
       01 WS-AUTH-ROLE-TABLE.
         02 WS-AUTH-ROLE OCCURS 20 TIMES PIC X(12).
       01 WS-AUTH-ROLE-COUNT       PIC 99 VALUE 0.
       01 WS-AUTH-ROLE-IND         PIC 99.
       01 WS-AUTH-GRANTED          PIC X VALUE 'N'.
       01 WS-AUTH-REFUSED          PIC X VALUE 'N'.
         88 RUN-REFUSED            VALUE 'Y'.
      *// FILE LOCKS
       01 WS-LOCK-PATH             PIC X(100).
       01 WS-LOCK-STATUS           PIC XX.
       01 WS-JH-WRITTEN            PIC 9(6) VALUE 0.
       01 WS-JH-REJECTS            PIC 9(6) VALUE 0.
       01 WS-JH-STATUS-OUT         PIC X(8) VALUE 'COMPLETE'.
       01 WS-JH-START-DATE         PIC X(8) VALUE SPACES.
       01 WS-JH-START-TIME         PIC X(6) VALUE SPACES.
      *// CHECKPOINT/RESTART -- set WS-RESTART-MODE to 'Y'
      *// to resume an abended run from the last checkpoint instead
      *// of starting the feed from card one.
       01 WS-STAT-REJ-NONNUMERIC PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-LENGTH     PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-CHECKSUM   PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-EXPIRED    PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-EXP-MONTH  PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-CARD-LIFE  PIC 9(6) VALUE 0.
       01 WS-STAT-REJ-SVC-CODE   PIC 9(6) VALUE 0.
       01 WS-STAT-EDIT           PIC Z(5)9.
      *// MONTHLY ISSUER BILLING -- BILL-MONTH (YYYYMM)
      *// picks the month billed; left blank it is the month before
      *// the run date, the usual first-of-the-month run.
       01 WS-BILLING-HIST-PATH   PIC X(100)
                                  VALUE 'luhn-billing-history.dat'.
       01 WS-BILLING-HIST-STATUS PIC XX.
       01 WS-FEE-SCHEDULE-PATH   PIC X(100)
                                  VALUE 'luhn-fee-schedule.dat'.
       01 WS-FEE-SCHEDULE-STATUS PIC XX.
       01 WS-INVOICE-PATH        PIC X(100).
       01 WS-BILL-SUMMARY-PATH   PIC X(100)
                                  VALUE 'luhn-billing-summary.rpt'.
       01 WS-BILL-MONTH          PIC X(6) VALUE SPACES.
       01 WS-BILL-RUN-DATE.
         02 WS-BILL-RUN-YYYY     PIC 9(4).
         02 WS-BILL-RUN-MM       PIC 99.
         02 WS-BILL-RUN-DD       PIC 99.
       01 WS-BILL-PRIOR-MONTH.
         02 WS-BILL-PRIOR-YYYY   PIC 9(4).
         02 WS-BILL-PRIOR-MM     PIC 99.
       01 WS-FEE-TABLE.
         02 WS-FEE-ENTRY OCCURS 20 TIMES.
            03 FEE-NETWORK       PIC X(10).
            03 FEE-VALID-RATE    PIC 9(2)V9(4).
            03 FEE-REJECT-RATE   PIC 9(2)V9(4).
            03 FEE-MINIMUM       PIC 9(7)V99.
       01 WS-FEE-COUNT           PIC 99 VALUE 0.
       01 WS-FEE-IND             PIC 99.
       01 WS-FEE-CUR             PIC 99.
       01 WS-BILL-TABLE.
         02 WS-BILL-ENTRY OCCURS 20 TIMES.
            03 BL-NETWORK        PIC X(10).
            03 BL-VALIDATED      PIC 9(8).
            03 BL-REJECTED       PIC 9(8).
            03 BL-BLOCKED        PIC 9(8).
       01 WS-BILL-COUNT          PIC 99 VALUE 0.
       01 WS-BILL-IND            PIC 99.
       01 WS-BILL-CUR            PIC 99.
       01 WS-BILL-KEY            PIC X(10).
       01 WS-EOF-BILLING         PIC X VALUE 'N'.
         88 END-OF-BILLING       VALUE 'Y'.
       01 WS-BILL-HIST-READ      PIC 9(6) VALUE 0.
       01 WS-BILL-HIST-VALID     PIC 9(8) VALUE 0.
       01 WS-BILL-HIST-REJECT    PIC 9(8) VALUE 0.
       01 WS-BILL-JH-RUNS        PIC 9(4) VALUE 0.
       01 WS-BILL-JH-VALID       PIC 9(8) VALUE 0.
       01 WS-BILL-JH-REJECT      PIC 9(8) VALUE 0.
       01 WS-BILL-DIFF           PIC S9(8).
       01 WS-BILL-INVOICED       PIC 9(4) VALUE 0.
       01 WS-BILL-UNPRICED       PIC 9(4) VALUE 0.
       01 WS-BILL-VALID-CHARGE   PIC 9(9)V99.
       01 WS-BILL-REJECT-CHARGE  PIC 9(9)V99.
       01 WS-BILL-USAGE          PIC 9(9)V99.
       01 WS-BILL-TOPUP          PIC 9(9)V99.
       01 WS-BILL-DUE            PIC 9(9)V99.
       01 WS-BILL-TOTAL-DUE      PIC 9(11)V99 VALUE 0.
       01 WS-BILL-VOLUME-OK      PIC X VALUE 'Y'.
         88 BILL-VOLUMES-MATCH   VALUE 'Y'.
       01 WS-BILL-COUNT-EDIT     PIC Z(7)9.
       01 WS-BILL-MONEY-EDIT     PIC Z(8)9.99.
       01 WS-BILL-TOPUP-EDIT     PIC Z(8)9.99.
       01 WS-BILL-DUE-EDIT       PIC Z(10)9.99.
       01 WS-BILL-DIFF-EDIT      PIC -(7)9.

       PROCEDURE DIVISION.
       LUHN.
           PERFORM LOAD-RUN-CONTROL
           IF RUN-REFUSED
              MOVE 'REFUSED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           EVALUATE TRUE
              WHEN MODE-BATCH-CARDS
                 PERFORM RUN-CARD-BATCH
                 PERFORM RUN-GENERATION-BATCH
              WHEN MODE-RECONCILE
                 PERFORM RUN-RECONCILIATION
              WHEN MODE-MONTHLY-BILLING
                 PERFORM RUN-MONTHLY-BILLING
              WHEN MODE-REJECT-AGEING
                 PERFORM RUN-REJECT-AGEING
              WHEN OTHER
                 PERFORM VALIDATE-CARD
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
           IF NOT MODE-GENERATE
              EXIT PARAGRAPH
           END-IF
           IF WS-OPERATOR EQUAL SPACES
              DISPLAY 'luhn: mode G needs an OPERATOR in the '
                 'run-control file -- run refused'
              MOVE 'Y' TO WS-AUTH-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUTH-ROLE-COUNT
           MOVE 'N' TO WS-AUTH-GRANTED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT EQUAL '00'
              DISPLAY 'luhn: no authorization table '
                 FUNCTION TRIM(WS-AUTH-PATH)
                 ' -- mode G run refused'
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
              DISPLAY 'luhn: operator ' FUNCTION TRIM(WS-OPERATOR)
                 ' is not authorized for mode G -- run refused'
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
           OR AZ-PROGRAM NOT EQUAL 'LUHN'
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
                 IF RCTL-VALUE(1:1) EQUAL 'S' OR 'B' OR 'G' OR 'R'
                                       OR 'M' OR 'O'
                    MOVE RCTL-VALUE(1:1) TO WS-MODE
                 ELSE
                    DISPLAY 'luhn run-control: bad MODE '''
                       RCTL-VALUE(1:1) ''' (valid: S B G R M O), '
                       'entry ignored'
                 END-IF
              WHEN 'RESTART'
                 MOVE RCTL-VALUE TO WS-CHECKPOINT-PATH
              WHEN 'CARRYOVER'
                 MOVE RCTL-VALUE TO WS-CARRYOVER-PATH
              WHEN 'BILLING-HIST'
                 MOVE RCTL-VALUE TO WS-BILLING-HIST-PATH
              WHEN 'FEE-SCHEDULE'
                 MOVE RCTL-VALUE TO WS-FEE-SCHEDULE-PATH
              WHEN 'BILL-SUMMARY'
                 MOVE RCTL-VALUE TO WS-BILL-SUMMARY-PATH
              WHEN 'OPEN-REJECTS'
                 MOVE RCTL-VALUE TO WS-OPEN-REJECT-PATH
              WHEN 'AGEING-RPT'
                 MOVE RCTL-VALUE TO WS-AGEING-REPORT-PATH
              WHEN 'BILL-MONTH'
                 IF RCTL-VALUE(1:6) IS NUMERIC
                 AND RCTL-VALUE(5:2) >= '01' AND <= '12'
                    MOVE RCTL-VALUE(1:6) TO WS-BILL-MONTH
                 ELSE
                    DISPLAY 'luhn run-control: BILL-MONTH '
                       'not YYYYMM, entry ignored'
                 END-IF
              WHEN 'RETRY-MAX'
                 IF RCTL-VALUE(1:3) IS NUMERIC
                    MOVE RCTL-VALUE(1:3) TO WS-RETRY-MAX
                    DISPLAY 'luhn run-control: RETRY-MAX '
                       'not numeric, entry ignored'
                 END-IF
              WHEN 'OPERATOR'
                 MOVE RCTL-VALUE TO WS-OPERATOR
              WHEN 'AUTH-TABLE'
                 MOVE RCTL-VALUE TO WS-AUTH-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           MOVE 0 TO WS-STAT-TOTAL WS-STAT-VALID
                     WS-STAT-INVALID WS-STAT-CORRECTED
                     WS-STAT-REJ-NONNUMERIC WS-STAT-REJ-LENGTH
                     WS-STAT-REJ-CHECKSUM WS-STAT-REJ-EXPIRED
                     WS-STAT-REJ-EXP-MONTH WS-STAT-REJ-CARD-LIFE
                     WS-STAT-REJ-SVC-CODE
           MOVE 0 TO WS-CARDS-PROCESSED
           MOVE 0 TO WS-CARDS-TO-SKIP
           IF RESTART-REQUESTED
              CLOSE SEEN-PAN-FILE
              OPEN I-O SEEN-PAN-FILE
           END-IF
           PERFORM OPEN-TOKEN-VAULT
           PERFORM OPEN-OPEN-REJECTS
           MOVE 'N' TO WS-EOF-CARDS
      *// the checkpoint position counts cards, so control
      *// records read while skipping must not count toward it.
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CARD-FILE-REC TO WS-CARD-NUMBER
              MOVE CX-EXPIRY TO WS-CARD-EXPIRY
              MOVE CX-SERVICE-CODE TO WS-CARD-SERVICE-CODE
              MOVE CX-ACCOUNT-REF TO WS-CARD-ACCOUNT-REF
              PERFORM VALIDATE-CARD
              PERFORM SET-CARD-TOKEN
              PERFORM CHECK-DUPLICATE-CARD
              IF DUPLICATE-CARD
                 PERFORM WRITE-DUPLICATE-REPORT-LINE
              END-READ
           END-PERFORM
           CLOSE SEEN-PAN-FILE
           PERFORM CLOSE-TOKEN-VAULT
           CLOSE OPEN-REJECT-FILE
           PERFORM WRITE-VALIDATION-STATS
           CLOSE CARD-FILE
           CLOSE VALIDATION-REPORT-FILE
           CLOSE REJECTED-CARDS-FILE
           CLOSE SECURITY-ALERT-FILE
           PERFORM CLEAR-CHECKPOINT
           PERFORM WRITE-BILLING-HISTORY
           MOVE WS-CARDS-PROCESSED TO WS-JH-READ
           MOVE WS-STAT-VALID TO WS-JH-WRITTEN
           MOVE WS-STAT-INVALID TO WS-JH-REJECTS
                    PERFORM WRITE-SECURITY-ALERT
                 ELSE
                    PERFORM WRITE-AUTHORIZATION-RECORD
                    PERFORM RESOLVE-OPEN-REJECT
                 END-IF
              ELSE
                 MOVE SPACES TO REJECTED-CARD-REC
                        WS-REJECT-REASON              DELIMITED BY SIZE
                        INTO REJECTED-CARD-REC
                 WRITE REJECTED-CARD-REC
                 MOVE WS-REJECT-REASON TO WS-OR-REASON
                 PERFORM RECORD-OPEN-REJECT
              END-IF
       .
      *// a repeat of a card already processed this run --
      *// the first occurrence went forward, this one must not be
      *// double-authorized downstream. Keyed on the card's token, or
      *// its hashed surrogate when the check digit fails (both
      *// stable per PAN, so repeats still collide), so there is no
      *// table to fill up and no clear PAN on file.
       CHECK-DUPLICATE-CARD.
           MOVE 'N' TO WS-DUP-FLAG
           MOVE WS-CARD-TOKEN TO SP-PAN
           READ SEEN-PAN-FILE
              INVALID KEY
                 MOVE 1 TO SP-COUNT
              OPEN EXTEND AUTHORIZATION-FILE
           END-IF
           MOVE SPACES TO AUTHORIZATION-REC
           MOVE WS-CARD-TOKEN TO AUTHORIZATION-REC
           WRITE AUTHORIZATION-REC
           CLOSE AUTHORIZATION-FILE
       .
           MOVE WS-STAT-REJ-CHECKSUM TO CK-STAT-REJ-CHECKS
           MOVE WS-STAT-DUPLICATES TO CK-STAT-DUPLICATES
           MOVE WS-STAT-BLOCKED TO CK-STAT-BLOCKED
           MOVE WS-STAT-REJ-EXPIRED TO CK-STAT-REJ-EXPIRED
           MOVE WS-STAT-REJ-EXP-MONTH TO CK-STAT-REJ-MONTH
           MOVE WS-STAT-REJ-CARD-LIFE TO CK-STAT-REJ-LIFE
           MOVE WS-STAT-REJ-SVC-CODE TO CK-STAT-REJ-SVC
           MOVE WS-NET-STAT-COUNT TO CK-NET-COUNT
           PERFORM VARYING WS-NET-STAT-IND FROM 1 BY 1
              UNTIL WS-NET-STAT-IND > 12
              IF WS-NET-STAT-IND > WS-NET-STAT-COUNT
                 MOVE SPACES TO CK-NET-NAME(WS-NET-STAT-IND)
                 MOVE 0 TO CK-NET-TOTAL(WS-NET-STAT-IND)
                           CK-NET-VALID(WS-NET-STAT-IND)
                           CK-NET-REJECTED(WS-NET-STAT-IND)
                           CK-NET-BLOCKED(WS-NET-STAT-IND)
              ELSE
                 MOVE NS-NETWORK(WS-NET-STAT-IND)
                   TO CK-NET-NAME(WS-NET-STAT-IND)
                 MOVE NS-COUNT(WS-NET-STAT-IND)
                   TO CK-NET-TOTAL(WS-NET-STAT-IND)
                 MOVE NS-VALID(WS-NET-STAT-IND)
                   TO CK-NET-VALID(WS-NET-STAT-IND)
                 MOVE NS-REJECTED(WS-NET-STAT-IND)
                   TO CK-NET-REJECTED(WS-NET-STAT-IND)
                 MOVE NS-BLOCKED(WS-NET-STAT-IND)
                   TO CK-NET-BLOCKED(WS-NET-STAT-IND)
              END-IF
           END-PERFORM
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
       .
                    IF CK-STAT-BLOCKED IS NUMERIC
                       MOVE CK-STAT-BLOCKED TO WS-STAT-BLOCKED
                    END-IF
      *// likewise the expiry and service-code counters.
                    IF CK-STAT-REJ-EXPIRED IS NUMERIC
                    AND CK-STAT-REJ-MONTH IS NUMERIC
                    AND CK-STAT-REJ-LIFE IS NUMERIC
                    AND CK-STAT-REJ-SVC IS NUMERIC
                       MOVE CK-STAT-REJ-EXPIRED
                         TO WS-STAT-REJ-EXPIRED
                       MOVE CK-STAT-REJ-MONTH
                         TO WS-STAT-REJ-EXP-MONTH
                       MOVE CK-STAT-REJ-LIFE
                         TO WS-STAT-REJ-CARD-LIFE
                       MOVE CK-STAT-REJ-SVC
                         TO WS-STAT-REJ-SVC-CODE
                    END-IF
      *// the per-network counts carry through a restart
      *// too, so the day's billing volumes cover the whole run;
      *// an older checkpoint without them resumes from zero.
                    IF CK-NET-COUNT IS NUMERIC
                    AND CK-NET-COUNT <= 12
                       MOVE CK-NET-COUNT TO WS-NET-STAT-COUNT
                       PERFORM VARYING WS-NET-STAT-IND FROM 1 BY 1
                          UNTIL WS-NET-STAT-IND > WS-NET-STAT-COUNT
                          MOVE CK-NET-NAME(WS-NET-STAT-IND)
                            TO NS-NETWORK(WS-NET-STAT-IND)
                          MOVE CK-NET-TOTAL(WS-NET-STAT-IND)
                            TO NS-COUNT(WS-NET-STAT-IND)
                          MOVE CK-NET-VALID(WS-NET-STAT-IND)
                            TO NS-VALID(WS-NET-STAT-IND)
                          MOVE CK-NET-REJECTED(WS-NET-STAT-IND)
                            TO NS-REJECTED(WS-NET-STAT-IND)
                          MOVE CK-NET-BLOCKED(WS-NET-STAT-IND)
                            TO NS-BLOCKED(WS-NET-STAT-IND)
                       END-PERFORM
                    END-IF
                    COMPUTE WS-STAT-TOTAL = WS-STAT-VALID
                       + WS-STAT-INVALID
              END-READ
                    ADD 1 TO WS-STAT-REJ-LENGTH
                 WHEN 'FAILED CHECKSUM'
                    ADD 1 TO WS-STAT-REJ-CHECKSUM
                 WHEN 'CARD EXPIRED'
                    ADD 1 TO WS-STAT-REJ-EXPIRED
                 WHEN 'INVALID EXPIRY MONTH'
                    ADD 1 TO WS-STAT-REJ-EXP-MONTH
                 WHEN 'EXPIRY BEYOND CARD LIFE'
                    ADD 1 TO WS-STAT-REJ-CARD-LIFE
                 WHEN 'INVALID SERVICE CODE'
                    ADD 1 TO WS-STAT-REJ-SVC-CODE
              END-EVALUATE
           END-IF
           IF CORRECTION-HIT
           END-IF
           PERFORM TALLY-NETWORK-STAT
       .
      *// per-network card counts, split valid/rejected for
      *// the billing history and carried through a restart by the
      *// checkpoint. WS-NET-STAT-CUR is left on the card's entry so
      *// a later hot-list catch lands on the same network.
       TALLY-NETWORK-STAT.
           MOVE 'N' TO WS-NET-STAT-FOUND
           MOVE 0 TO WS-NET-STAT-CUR
           PERFORM VARYING WS-NET-STAT-IND FROM 1 BY 1
              UNTIL WS-NET-STAT-IND > WS-NET-STAT-COUNT
              IF NS-NETWORK(WS-NET-STAT-IND) EQUAL WS-CARD-NETWORK
                 MOVE 'Y' TO WS-NET-STAT-FOUND
                 ADD 1 TO NS-COUNT(WS-NET-STAT-IND)
                 MOVE WS-NET-STAT-IND TO WS-NET-STAT-CUR
                 MOVE WS-NET-STAT-COUNT TO WS-NET-STAT-IND
              END-IF
           END-PERFORM
                 MOVE WS-CARD-NETWORK
                   TO NS-NETWORK(WS-NET-STAT-COUNT)
                 MOVE 1 TO NS-COUNT(WS-NET-STAT-COUNT)
                 MOVE 0 TO NS-VALID(WS-NET-STAT-COUNT)
                           NS-REJECTED(WS-NET-STAT-COUNT)
                           NS-BLOCKED(WS-NET-STAT-COUNT)
                 MOVE WS-NET-STAT-COUNT TO WS-NET-STAT-CUR
              END-IF
           END-IF
           IF WS-NET-STAT-CUR > 0
              IF YES-VALID
                 ADD 1 TO NS-VALID(WS-NET-STAT-CUR)
              ELSE
                 ADD 1 TO NS-REJECTED(WS-NET-STAT-CUR)
              END-IF
           END-IF
       .
                  FUNCTION TRIM(WS-STAT-EDIT)        DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJ-EXPIRED TO WS-STAT-EDIT
           STRING '  Rejected - card expired: '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)        DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJ-EXP-MONTH TO WS-STAT-EDIT
           STRING '  Rejected - invalid expiry month: '
                                                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)        DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJ-CARD-LIFE TO WS-STAT-EDIT
           STRING '  Rejected - expiry beyond card life: '
                                                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)        DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJ-SVC-CODE TO WS-STAT-EDIT
           STRING '  Rejected - invalid service code: '
                                                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)        DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           PERFORM VARYING WS-NET-STAT-IND FROM 1 BY 1
              UNTIL WS-NET-STAT-IND > WS-NET-STAT-COUNT
              MOVE SPACES TO VALIDATION-REPORT-REC
                  FUNCTION TRIM(WS-STAT-EDIT)       DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-TOKENS-NEW TO WS-STAT-EDIT
           STRING 'New tokens issued: '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)       DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJECTS-OPENED TO WS-STAT-EDIT
           STRING 'Rejects opened for follow-up: '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)       DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
           MOVE SPACES TO VALIDATION-REPORT-REC
           MOVE WS-STAT-REJECTS-CLOSED TO WS-STAT-EDIT
           STRING 'Rejects cleared by resubmission: '
                                                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STAT-EDIT)       DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
      *// the repeat offenders come out of the store itself
           OPEN INPUT SEEN-PAN-FILE
           IF WS-SEEN-PAN-STATUS EQUAL '00'
                       IF SP-COUNT > 1
                          MOVE SP-PAN TO WS-MASK-INPUT
                          PERFORM MASK-CARD-NUMBER
                          IF SP-PAN(1:1) EQUAL '#'
                             MOVE SP-PAN TO WS-CARD-MASKED
                          END-IF
                          MOVE SPACES TO VALIDATION-REPORT-REC
                          MOVE SP-COUNT TO WS-SEEN-COUNT-EDIT
                          STRING '  '              DELIMITED BY SIZE
                   WS-COUNT-LETTER
        SET NO-VALID TO TRUE
        MOVE SPACES TO WS-REJECT-REASON
        MOVE 'N' TO WS-CHECK-DIGIT
        MOVE 1 TO WS-IND
        PERFORM STRIP-CARD-NUMBER
        PERFORM IDENTIFY-ISSUER
          DIVIDE WS-CHECKSUM BY 10 GIVING WS-VALUE REMAINDER WS-REM
          IF WS-REM EQUAL 0
           SET YES-VALID TO TRUE
           MOVE 'Y' TO WS-CHECK-DIGIT
          ELSE
           MOVE 'FAILED CHECKSUM' TO WS-REJECT-REASON
          END-IF
         END-IF
        END-IF
        PERFORM APPLY-CHECKSUM-CORRECTION
      *// expiry and service code come last, after any
      *// checksum override, so a corrected checksum cannot wave
      *// an expired card through.
        IF YES-VALID AND WS-CARD-EXPIRY NOT EQUAL SPACES
         PERFORM CHECK-CARD-EXPIRY
        END-IF
        .
      *// an extended feed record must carry a real month,
      *// an expiry no earlier than this month and no further out
      *// than the issuer's card life, and a service code whose
      *// first digit is an assigned interchange value.
       CHECK-CARD-EXPIRY.
           IF WS-CARD-EXP-MONTH IS NOT NUMERIC
           OR WS-CARD-EXP-YEAR IS NOT NUMERIC
              SET NO-VALID TO TRUE
              MOVE 'INVALID EXPIRY MONTH' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-EXP-MONTH TO WS-EXP-MM
           MOVE WS-CARD-EXP-YEAR TO WS-EXP-YY
           IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
              SET NO-VALID TO TRUE
              MOVE 'INVALID EXPIRY MONTH' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-EXP-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-EXP-RUN-MONTHS =
              WS-EXP-RUN-YYYY * 12 + WS-EXP-RUN-MON
           COMPUTE WS-EXP-CARD-MONTHS =
              (2000 + WS-EXP-YY) * 12 + WS-EXP-MM
      *// a card is good to the end of its expiry month.
           IF WS-EXP-CARD-MONTHS < WS-EXP-RUN-MONTHS
              SET NO-VALID TO TRUE
              MOVE 'CARD EXPIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-NET-MAX-LIFE > 0
           AND WS-EXP-CARD-MONTHS >
               WS-EXP-RUN-MONTHS + WS-NET-MAX-LIFE * 12
              SET NO-VALID TO TRUE
              MOVE 'EXPIRY BEYOND CARD LIFE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-CARD-SERVICE-CODE IS NOT NUMERIC
           OR WS-CARD-SERVICE-CODE(1:1) NOT = '1' AND NOT = '2'
              AND NOT = '5' AND NOT = '6' AND NOT = '7' AND NOT = '9'
              SET NO-VALID TO TRUE
              MOVE 'INVALID SERVICE CODE' TO WS-REJECT-REASON
           END-IF
       .
      *// match the stripped number's prefix against the
      *// BIN table ranges; the longest configured prefix wins so a
      *// specific range like 6011 beats a broad one like 6.
           MOVE 'UNKNOWN' TO WS-CARD-NETWORK
           MOVE 0 TO WS-NET-LEN-MIN
           MOVE 0 TO WS-NET-LEN-MAX
           MOVE 0 TO WS-NET-MAX-LIFE
           MOVE 0 TO WS-BIN-PREFIX-LEN
           PERFORM VARYING WS-BIN-IND FROM 1 BY 1
              UNTIL WS-BIN-IND > WS-BIN-COUNT
                 MOVE BIN-NETWORK(WS-BIN-IND) TO WS-CARD-NETWORK
                 MOVE BIN-LEN-MIN(WS-BIN-IND) TO WS-NET-LEN-MIN
                 MOVE BIN-LEN-MAX(WS-BIN-IND) TO WS-NET-LEN-MAX
                 MOVE BIN-MAX-LIFE(WS-BIN-IND) TO WS-NET-MAX-LIFE
              END-IF
           END-PERFORM
       .
                               BIN-LEN-MIN(WS-BIN-COUNT)
                          MOVE BT-LEN-MAX-IN TO
                               BIN-LEN-MAX(WS-BIN-COUNT)
                          IF BT-MAX-LIFE-IN IS NUMERIC
                             MOVE BT-MAX-LIFE-IN TO
                                  BIN-MAX-LIFE(WS-BIN-COUNT)
                          ELSE
                             MOVE 0 TO BIN-MAX-LIFE(WS-BIN-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           MOVE 'DISCOVER' TO BIN-NETWORK(5)
           MOVE 16 TO BIN-LEN-MIN(5)
           MOVE 16 TO BIN-LEN-MAX(5)
           MOVE 5 TO BIN-MAX-LIFE(1) BIN-MAX-LIFE(2) BIN-MAX-LIFE(3)
                     BIN-MAX-LIFE(4) BIN-MAX-LIFE(5)
           MOVE 5 TO WS-BIN-COUNT
       .
      *// card numbers off a real feed come formatted
           IF CORRECTION-HIT
              IF YES-VALID
                 MOVE SPACES TO WS-REJECT-REASON
                 MOVE 'Y' TO WS-CHECK-DIGIT
              ELSE
                 MOVE 'FAILED CHECKSUM' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CHECK-DIGIT
              END-IF
              PERFORM LOG-CORRECTION
           END-IF
      *// abended run still leaves a trace for the morning report
      *// instead of looking like a run that never happened.
       WRITE-JOB-START.
           ACCEPT WS-JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JH-START-TIME FROM TIME
           MOVE 'STARTED' TO WS-JH-STATUS-OUT
           PERFORM WRITE-JOB-HISTORY
       .
           MOVE 'LUHN' TO JH-PROGRAM
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
      *// card never reaches an authorization feed.
       WRITE-SECURITY-ALERT.
           ADD 1 TO WS-STAT-BLOCKED
           IF WS-NET-STAT-CUR > 0
              ADD 1 TO NS-BLOCKED(WS-NET-STAT-CUR)
           END-IF
           MOVE WS-CARD-NUMBER TO WS-MASK-INPUT
           PERFORM MASK-CARD-NUMBER
           MOVE SPACES TO SECURITY-ALERT-REC
                                                 DELIMITED BY SIZE
                  INTO REJECTED-CARD-REC
           WRITE REJECTED-CARD-REC
           MOVE 'ON HOT-CARD BLOCKLIST' TO WS-OR-REASON
           PERFORM RECORD-OPEN-REJECT
       .
      *// prior carryover retry counts, so a card unanswered
      *// three nights shows three, not one.
                 AT END MOVE 'Y' TO WS-EOF-CARRYOVER
                 NOT AT END
                    ADD 1 TO WS-STAT-CARRYOVER
                    PERFORM RESOLVE-CARRYOVER-TOKEN
                    MOVE SPACES TO WS-CARD-EXPIRY
                    MOVE SPACES TO WS-CARD-SERVICE-CODE
                    MOVE SPACES TO WS-CARD-ACCOUNT-REF
                    PERFORM VALIDATE-CARD
                    PERFORM SET-CARD-TOKEN
                    PERFORM CHECK-DUPLICATE-CARD
                    IF DUPLICATE-CARD
                       PERFORM WRITE-DUPLICATE-REPORT-LINE
              WRITE VALIDATION-REPORT-REC
           END-IF
       .
      *// the vault is kept across runs -- that is what
      *// makes a card's token stable night to night. A vault not
      *// yet on disk is created empty with its sequence at zero.
       OPEN-TOKEN-VAULT.
           OPEN I-O TOKEN-VAULT-FILE
           IF WS-TOKEN-VAULT-STATUS EQUAL '35'
              OPEN OUTPUT TOKEN-VAULT-FILE
              CLOSE TOKEN-VAULT-FILE
              OPEN I-O TOKEN-VAULT-FILE
           END-IF
           MOVE WS-TV-CONTROL-KEY TO TV-PAN
           READ TOKEN-VAULT-FILE KEY IS TV-PAN
              INVALID KEY
                 MOVE 0 TO WS-TV-NEXT-SEQ
                 MOVE SPACES TO TOKEN-VAULT-REC
                 MOVE WS-TV-CONTROL-KEY TO TV-PAN
                 MOVE WS-TV-CONTROL-KEY TO TV-TOKEN
                 MOVE 0 TO TV-SEQUENCE
                 ACCEPT TV-CREATED FROM DATE YYYYMMDD
                 WRITE TOKEN-VAULT-REC
              NOT INVALID KEY
                 MOVE TV-SEQUENCE TO WS-TV-NEXT-SEQ
           END-READ
       .
      *// the sequence goes back on the control record at
      *// the end of the run. An abend loses only the advance; the
      *// next run's collision check steps past any reused values.
       CLOSE-TOKEN-VAULT.
           MOVE WS-TV-CONTROL-KEY TO TV-PAN
           READ TOKEN-VAULT-FILE KEY IS TV-PAN
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WS-TV-NEXT-SEQ TO TV-SEQUENCE
                 REWRITE TOKEN-VAULT-REC
           END-READ
           CLOSE TOKEN-VAULT-FILE
       .
      *// every card whose check digit passes is tokenized,
      *// rejected or not, so a card rejected tonight and forwarded
      *// tomorrow keeps one token. A card failing the check digit
      *// is no usable number and gets the hashed surrogate instead;
      *// either way the seen-PAN store never holds a clear number,
      *// and a rejected card leaves this program only masked.
       SET-CARD-TOKEN.
           IF CHECK-DIGIT-PASSED
              PERFORM TOKENIZE-CARD
           ELSE
              PERFORM SET-CARD-SURROGATE
           END-IF
       .
      *// two running hashes over the number as read, each kept
      *// under a prime modulus; the pair is stable per number, so
      *// repeats still collide, and cannot be turned back into it.
       SET-CARD-SURROGATE.
           MOVE 7 TO WS-SUR-HASH-1
           MOVE 11 TO WS-SUR-HASH-2
           PERFORM VARYING WS-SUR-IND FROM 1 BY 1
              UNTIL WS-SUR-IND > 32
              COMPUTE WS-SUR-WORK = WS-SUR-HASH-1 * 131
                 + FUNCTION ORD(WS-CARD-NUMBER(WS-SUR-IND:1))
              COMPUTE WS-SUR-HASH-1 =
                 FUNCTION MOD(WS-SUR-WORK, 999999937)
              COMPUTE WS-SUR-WORK = WS-SUR-HASH-2 * 257
                 + FUNCTION ORD(WS-CARD-NUMBER(WS-SUR-IND:1))
                 + WS-SUR-IND
              COMPUTE WS-SUR-HASH-2 =
                 FUNCTION MOD(WS-SUR-WORK, 999999929)
           END-PERFORM
           MOVE WS-CARD-SURROGATE TO WS-CARD-TOKEN
       .
       TOKENIZE-CARD.
           MOVE WS-CARD-NUMBER TO TV-PAN
           READ TOKEN-VAULT-FILE KEY IS TV-PAN
              INVALID KEY PERFORM ISSUE-CARD-TOKEN
              NOT INVALID KEY MOVE TV-TOKEN TO WS-CARD-TOKEN
           END-READ
       .
      *// a new token keeps the first six and last four and
      *// takes its middle digits from the vault sequence; a number
      *// too short to spare ten keeps only its last four. A
      *// candidate equal to the PAN itself or already issued to
      *// another card is stepped past. If no free token can be cut
      *// the card is turned away rather than forwarded in clear.
       ISSUE-CARD-TOKEN.
           IF WS-LENGTH >= 12
              MOVE 7 TO WS-TV-MID-START
              COMPUTE WS-TV-MID-LEN = WS-LENGTH - 10
           ELSE
              MOVE 1 TO WS-TV-MID-START
              IF WS-LENGTH > 4
                 COMPUTE WS-TV-MID-LEN = WS-LENGTH - 4
              ELSE
                 MOVE WS-LENGTH TO WS-TV-MID-LEN
              END-IF
           END-IF
           IF WS-TV-MID-LEN > 9
              MOVE 9 TO WS-TV-MID-LEN
           END-IF
           MOVE 'N' TO WS-TV-FREE
           MOVE 0 TO WS-TV-TRIES
           PERFORM UNTIL TOKEN-IS-FREE OR WS-TV-TRIES >= 10000
              ADD 1 TO WS-TV-TRIES
              ADD 1 TO WS-TV-NEXT-SEQ
              MOVE WS-CARD-NUMBER TO WS-CARD-TOKEN
              MOVE WS-TV-NEXT-SEQ(10 - WS-TV-MID-LEN:WS-TV-MID-LEN)
                TO WS-CARD-TOKEN(WS-TV-MID-START:WS-TV-MID-LEN)
              IF WS-CARD-TOKEN NOT EQUAL WS-CARD-NUMBER
                 MOVE WS-CARD-TOKEN TO TV-TOKEN
                 READ TOKEN-VAULT-FILE KEY IS TV-TOKEN
                    INVALID KEY MOVE 'Y' TO WS-TV-FREE
                 END-READ
              END-IF
           END-PERFORM
           IF NOT TOKEN-IS-FREE
              IF YES-VALID
                 SET NO-VALID TO TRUE
                 MOVE 'NO TOKEN AVAILABLE' TO WS-REJECT-REASON
              END-IF
              PERFORM SET-CARD-SURROGATE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOKEN-VAULT-REC
           MOVE WS-CARD-NUMBER TO TV-PAN
           MOVE WS-CARD-TOKEN TO TV-TOKEN
           MOVE WS-TV-NEXT-SEQ TO TV-SEQUENCE
           ACCEPT TV-CREATED FROM DATE YYYYMMDD
           WRITE TOKEN-VAULT-REC
           ADD 1 TO WS-STAT-TOKENS-NEW
       .
      *// the carryover holds the token that was forwarded;
      *// look the card back up in the vault so it passes the same
      *// gates as a feed card. A carryover written before the vault
      *// existed already holds the number and is taken as read.
       RESOLVE-CARRYOVER-TOKEN.
           MOVE CO-PAN TO WS-CARD-NUMBER
           MOVE CO-PAN TO TV-TOKEN
           READ TOKEN-VAULT-FILE KEY IS TV-TOKEN
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF TV-PAN NOT EQUAL WS-TV-CONTROL-KEY
                    MOVE TV-PAN TO WS-CARD-NUMBER
                 END-IF
           END-READ
       .
      *// the open-rejects store persists across runs like
      *// the vault; one not yet on disk is created empty.
       OPEN-OPEN-REJECTS.
           ACCEPT WS-OR-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-STAT-REJECTS-OPENED WS-STAT-REJECTS-CLOSED
           OPEN I-O OPEN-REJECT-FILE
           IF WS-OPEN-REJECT-STATUS EQUAL '35'
              OPEN OUTPUT OPEN-REJECT-FILE
              CLOSE OPEN-REJECT-FILE
              OPEN I-O OPEN-REJECT-FILE
           END-IF
       .
      *// a reject for an account not already open starts a
      *// new entry; one already open is brought up to date with
      *// tonight's reason and counted as resubmitted again; one
      *// that had cleared is reopened from tonight.
       RECORD-OPEN-REJECT.
           IF WS-CARD-ACCOUNT-REF EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-ACCOUNT-REF TO OR-ACCOUNT-REF
           MOVE 'Y' TO WS-OR-FOUND
           READ OPEN-REJECT-FILE
              INVALID KEY MOVE 'N' TO WS-OR-FOUND
           END-READ
           IF NOT OPEN-REJECT-FOUND
              MOVE SPACES TO OPEN-REJECT-REC
              MOVE WS-CARD-ACCOUNT-REF TO OR-ACCOUNT-REF
           END-IF
           IF NOT OPEN-REJECT-FOUND OR OR-IS-CLOSED
              MOVE WS-OR-TODAY TO OR-FIRST-DATE
              MOVE SPACES TO OR-LAST-DATE
              MOVE 0 TO OR-TIMES
              MOVE SPACES TO OR-CLOSED-DATE
              ADD 1 TO WS-STAT-REJECTS-OPENED
           END-IF
           IF OR-LAST-DATE NOT EQUAL WS-OR-TODAY
           AND OR-TIMES < 999
              ADD 1 TO OR-TIMES
           END-IF
           MOVE 'O' TO OR-STATE
           MOVE WS-CARD-MASKED TO OR-MASKED-PAN
           MOVE WS-OR-REASON TO OR-REASON
           MOVE WS-CARD-NETWORK TO OR-NETWORK
           MOVE WS-OR-TODAY TO OR-LAST-DATE
           IF OPEN-REJECT-FOUND
              REWRITE OPEN-REJECT-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE OPEN-REJECT-REC
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
       .
      *// a card forwarded for an account with an open
      *// reject is the upstream fix arriving: the reject is closed
      *// with tonight's date and the clearance noted on the report.
       RESOLVE-OPEN-REJECT.
           IF WS-CARD-ACCOUNT-REF EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-ACCOUNT-REF TO OR-ACCOUNT-REF
           READ OPEN-REJECT-FILE
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT OR-IS-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO OR-STATE
           MOVE WS-OR-TODAY TO OR-CLOSED-DATE
           REWRITE OPEN-REJECT-REC
              INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-STAT-REJECTS-CLOSED
           MOVE SPACES TO VALIDATION-REPORT-REC
           STRING FUNCTION TRIM(WS-CARD-MASKED)   DELIMITED BY SIZE
                  ': resubmission clears reject of '
                                                  DELIMITED BY SIZE
                  OR-FIRST-DATE                   DELIMITED BY SIZE
                  ' account '                     DELIMITED BY SIZE
                  FUNCTION TRIM(OR-ACCOUNT-REF)   DELIMITED BY SIZE
                  INTO VALIDATION-REPORT-REC
           WRITE VALIDATION-REPORT-REC
       .
      *// the day's per-network volumes go on the billing
      *// history the monthly run prices. Validated counts every
      *// Luhn-valid card, hot-list catches included -- they passed
      *// the pre-check -- so the rows reconcile to the job-history
      *// written/rejects for the run; blocked is shown alongside.
       WRITE-BILLING-HISTORY.
           IF WS-NET-STAT-COUNT EQUAL 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BILLING-HISTORY-FILE
           IF WS-BILLING-HIST-STATUS EQUAL '35'
              OPEN OUTPUT BILLING-HISTORY-FILE
              CLOSE BILLING-HISTORY-FILE
              OPEN EXTEND BILLING-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-NET-STAT-IND FROM 1 BY 1
              UNTIL WS-NET-STAT-IND > WS-NET-STAT-COUNT
              MOVE SPACES TO BILLING-HISTORY-REC
              ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD
              MOVE NS-NETWORK(WS-NET-STAT-IND) TO BH-NETWORK
              MOVE NS-VALID(WS-NET-STAT-IND) TO BH-VALIDATED
              MOVE NS-REJECTED(WS-NET-STAT-IND) TO BH-REJECTED
              MOVE NS-BLOCKED(WS-NET-STAT-IND) TO BH-BLOCKED
              WRITE BILLING-HISTORY-REC
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE
       .
      *// month-end issuer billing: total the month's
      *// billing history per network, price each issuer from the
      *// fee schedule (per validated card, per rejected card, with
      *// a monthly minimum), write one invoice extract per issuer
      *// and the finance summary, then prove the volumes against
      *// the LUHN batch runs on the job history for the month.
       RUN-MONTHLY-BILLING.
           PERFORM WRITE-JOB-START
           PERFORM SET-BILL-MONTH
           PERFORM LOAD-FEE-SCHEDULE
           IF WS-FEE-SCHEDULE-STATUS EQUAL '35'
              DISPLAY 'luhn billing abandoned: no fee schedule at '
                 FUNCTION TRIM(WS-FEE-SCHEDULE-PATH)
              MOVE 'FAILED' TO WS-JH-STATUS-OUT
              PERFORM WRITE-JOB-HISTORY
              GOBACK
           END-IF
           MOVE 0 TO WS-BILL-COUNT WS-BILL-HIST-READ
                     WS-BILL-HIST-VALID WS-BILL-HIST-REJECT
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILLING-HIST-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-BILLING
              PERFORM UNTIL END-OF-BILLING
                 READ BILLING-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-EOF-BILLING
                    NOT AT END
                       IF BH-RUN-DATE(1:6) EQUAL WS-BILL-MONTH
                          PERFORM ACCUMULATE-BILLING-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BILLING-HISTORY-FILE
           END-IF
      *// an issuer on the schedule with no traffic still
      *// owes its monthly minimum.
           PERFORM VARYING WS-FEE-IND FROM 1 BY 1
              UNTIL WS-FEE-IND > WS-FEE-COUNT
              MOVE FEE-NETWORK(WS-FEE-IND) TO WS-BILL-KEY
              PERFORM FIND-BILL-ENTRY
           END-PERFORM
           PERFORM TOTAL-JOB-HISTORY-MONTH
           OPEN OUTPUT BILL-SUMMARY-FILE
           PERFORM WRITE-BILL-SUMMARY-HEAD
           MOVE 0 TO WS-BILL-INVOICED WS-BILL-UNPRICED
           MOVE 0 TO WS-BILL-TOTAL-DUE
           PERFORM VARYING WS-BILL-IND FROM 1 BY 1
              UNTIL WS-BILL-IND > WS-BILL-COUNT
              PERFORM BILL-ONE-ISSUER
           END-PERFORM
           PERFORM WRITE-BILL-RECONCILIATION
           CLOSE BILL-SUMMARY-FILE
           IF NOT BILL-VOLUMES-MATCH
              DISPLAY 'luhn billing: ' WS-BILL-MONTH
                 ' volumes do not match job history -- see '
                 FUNCTION TRIM(WS-BILL-SUMMARY-PATH)
           END-IF
           MOVE WS-BILL-HIST-READ TO WS-JH-READ
           MOVE WS-BILL-INVOICED TO WS-JH-WRITTEN
           MOVE WS-BILL-UNPRICED TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       SET-BILL-MONTH.
           IF WS-BILL-MONTH NOT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-BILL-RUN-DATE FROM DATE YYYYMMDD
           IF WS-BILL-RUN-MM EQUAL 1
              COMPUTE WS-BILL-PRIOR-YYYY = WS-BILL-RUN-YYYY - 1
              MOVE 12 TO WS-BILL-PRIOR-MM
           ELSE
              MOVE WS-BILL-RUN-YYYY TO WS-BILL-PRIOR-YYYY
              COMPUTE WS-BILL-PRIOR-MM = WS-BILL-RUN-MM - 1
           END-IF
           MOVE WS-BILL-PRIOR-MONTH TO WS-BILL-MONTH
       .
      *// one line per issuer: network, rate per validated
      *// card, rate per rejected card, monthly minimum. A line with
      *// a non-numeric rate is reported and left off, so that issuer
      *// shows up unpriced rather than billed at nothing.
       LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-COUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS EQUAL '35'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-SCHEDULE-STATUS NOT EQUAL '00'
              READ FEE-SCHEDULE-FILE
                 AT END MOVE '10' TO WS-FEE-SCHEDULE-STATUS
                 NOT AT END
                    IF FS-NETWORK-IN EQUAL SPACES
                       CONTINUE
                    ELSE
                       IF FS-VALID-RATE-IN IS NOT NUMERIC
                       OR FS-REJECT-RATE-IN IS NOT NUMERIC
                       OR FS-MINIMUM-IN IS NOT NUMERIC
                          DISPLAY 'luhn fee schedule: bad rates for '
                             FUNCTION TRIM(FS-NETWORK-IN)
                             ', line ignored'
                       ELSE
                          IF WS-FEE-COUNT < 20
                             ADD 1 TO WS-FEE-COUNT
                             MOVE FS-NETWORK-IN
                               TO FEE-NETWORK(WS-FEE-COUNT)
                             MOVE FS-VALID-RATE-IN
                               TO FEE-VALID-RATE(WS-FEE-COUNT)
                             MOVE FS-REJECT-RATE-IN
                               TO FEE-REJECT-RATE(WS-FEE-COUNT)
                             MOVE FS-MINIMUM-IN
                               TO FEE-MINIMUM(WS-FEE-COUNT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE
           MOVE '00' TO WS-FEE-SCHEDULE-STATUS
       .
       ACCUMULATE-BILLING-ROW.
           ADD 1 TO WS-BILL-HIST-READ
           MOVE BH-NETWORK TO WS-BILL-KEY
           PERFORM FIND-BILL-ENTRY
           IF WS-BILL-CUR > 0
              ADD BH-VALIDATED TO BL-VALIDATED(WS-BILL-CUR)
              ADD BH-REJECTED TO BL-REJECTED(WS-BILL-CUR)
              ADD BH-BLOCKED TO BL-BLOCKED(WS-BILL-CUR)
           END-IF
           ADD BH-VALIDATED TO WS-BILL-HIST-VALID
           ADD BH-REJECTED TO WS-BILL-HIST-REJECT
       .
      *// the bill-table entry for WS-BILL-KEY, added with
      *// zero volumes on first sight.
       FIND-BILL-ENTRY.
           MOVE 0 TO WS-BILL-CUR
           PERFORM VARYING WS-BILL-IND FROM 1 BY 1
              UNTIL WS-BILL-IND > WS-BILL-COUNT OR WS-BILL-CUR > 0
              IF BL-NETWORK(WS-BILL-IND) EQUAL WS-BILL-KEY
                 MOVE WS-BILL-IND TO WS-BILL-CUR
              END-IF
           END-PERFORM
           IF WS-BILL-CUR EQUAL 0 AND WS-BILL-COUNT < 20
              ADD 1 TO WS-BILL-COUNT
              MOVE WS-BILL-KEY TO BL-NETWORK(WS-BILL-COUNT)
              MOVE 0 TO BL-VALIDATED(WS-BILL-COUNT)
                        BL-REJECTED(WS-BILL-COUNT)
                        BL-BLOCKED(WS-BILL-COUNT)
              MOVE WS-BILL-COUNT TO WS-BILL-CUR
           END-IF
       .
      *// what the job history says the month's completed
      *// LUHN card batches validated and rejected.
       TOTAL-JOB-HISTORY-MONTH.
           MOVE 0 TO WS-BILL-JH-RUNS WS-BILL-JH-VALID
                     WS-BILL-JH-REJECT
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOB-HISTORY-STATUS NOT EQUAL '00'
              READ JOB-HISTORY-FILE
                 AT END MOVE '10' TO WS-JOB-HISTORY-STATUS
                 NOT AT END
                    IF JH-PROGRAM EQUAL 'LUHN'
                    AND JH-MODE EQUAL 'B'
                    AND JH-STATUS EQUAL 'COMPLETE'
                    AND JH-RUN-DATE(1:6) EQUAL WS-BILL-MONTH
                       ADD 1 TO WS-BILL-JH-RUNS
                       ADD JH-WRITTEN TO WS-BILL-JH-VALID
                       ADD JH-REJECTS TO WS-BILL-JH-REJECT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-HISTORY-FILE
       .
       WRITE-BILL-SUMMARY-HEAD.
           MOVE SPACES TO BILL-SUMMARY-REC
           STRING 'ISSUER BILLING SUMMARY - month '
                                               DELIMITED BY SIZE
                  WS-BILL-MONTH                DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE 'NETWORK'      TO BILL-SUMMARY-REC(1:7)
           MOVE 'VALIDATED'    TO BILL-SUMMARY-REC(12:9)
           MOVE 'REJECTED'     TO BILL-SUMMARY-REC(23:8)
           MOVE 'BLOCKED'      TO BILL-SUMMARY-REC(34:7)
           MOVE 'USAGE CHARGE' TO BILL-SUMMARY-REC(43:12)
           MOVE 'MIN. TOP-UP'  TO BILL-SUMMARY-REC(58:11)
           MOVE 'AMOUNT DUE'   TO BILL-SUMMARY-REC(75:10)
           WRITE BILL-SUMMARY-REC
       .
      *// price one issuer and write its invoice extract;
      *// an issuer with traffic but no fee schedule line is listed
      *// for finance to chase instead of being billed at zero.
       BILL-ONE-ISSUER.
           MOVE 0 TO WS-FEE-CUR
           PERFORM VARYING WS-FEE-IND FROM 1 BY 1
              UNTIL WS-FEE-IND > WS-FEE-COUNT OR WS-FEE-CUR > 0
              IF FEE-NETWORK(WS-FEE-IND) EQUAL BL-NETWORK(WS-BILL-IND)
                 MOVE WS-FEE-IND TO WS-FEE-CUR
              END-IF
           END-PERFORM
           MOVE SPACES TO BILL-SUMMARY-REC
           IF WS-FEE-CUR EQUAL 0
              ADD 1 TO WS-BILL-UNPRICED
              MOVE BL-VALIDATED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
              STRING BL-NETWORK(WS-BILL-IND)  DELIMITED BY SIZE
                     '  '                     DELIMITED BY SIZE
                     WS-BILL-COUNT-EDIT       DELIMITED BY SIZE
                     '  '                     DELIMITED BY SIZE
                     INTO BILL-SUMMARY-REC
              MOVE BL-REJECTED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
              MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(23:8)
              MOVE BL-BLOCKED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
              MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(33:8)
              MOVE '** NO FEE SCHEDULE - NOT INVOICED **'
                TO BILL-SUMMARY-REC(43:36)
              WRITE BILL-SUMMARY-REC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BILL-VALID-CHARGE ROUNDED =
              BL-VALIDATED(WS-BILL-IND) * FEE-VALID-RATE(WS-FEE-CUR)
           COMPUTE WS-BILL-REJECT-CHARGE ROUNDED =
              BL-REJECTED(WS-BILL-IND) * FEE-REJECT-RATE(WS-FEE-CUR)
           COMPUTE WS-BILL-USAGE =
              WS-BILL-VALID-CHARGE + WS-BILL-REJECT-CHARGE
           MOVE 0 TO WS-BILL-TOPUP
           IF WS-BILL-USAGE < FEE-MINIMUM(WS-FEE-CUR)
              COMPUTE WS-BILL-TOPUP =
                 FEE-MINIMUM(WS-FEE-CUR) - WS-BILL-USAGE
           END-IF
           COMPUTE WS-BILL-DUE = WS-BILL-USAGE + WS-BILL-TOPUP
           ADD WS-BILL-DUE TO WS-BILL-TOTAL-DUE
           PERFORM WRITE-ISSUER-INVOICE
           MOVE BL-VALIDATED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
           STRING BL-NETWORK(WS-BILL-IND)     DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-BILL-COUNT-EDIT          DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC
           MOVE BL-REJECTED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(23:8)
           MOVE BL-BLOCKED(WS-BILL-IND) TO WS-BILL-COUNT-EDIT
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(33:8)
           MOVE WS-BILL-USAGE TO WS-BILL-MONEY-EDIT
           MOVE WS-BILL-MONEY-EDIT TO BILL-SUMMARY-REC(43:12)
           MOVE WS-BILL-TOPUP TO WS-BILL-TOPUP-EDIT
           MOVE WS-BILL-TOPUP-EDIT TO BILL-SUMMARY-REC(57:12)
           MOVE WS-BILL-DUE TO WS-BILL-MONEY-EDIT
           MOVE WS-BILL-MONEY-EDIT TO BILL-SUMMARY-REC(73:12)
           WRITE BILL-SUMMARY-REC
       .
      *// one extract per issuer per month, the path built
      *// the same way as the per-network authorization feeds.
       WRITE-ISSUER-INVOICE.
           MOVE SPACES TO WS-INVOICE-PATH
           STRING 'luhn-invoice-'                  DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(
                     FUNCTION TRIM(BL-NETWORK(WS-BILL-IND)))
                                                   DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  WS-BILL-MONTH                    DELIMITED BY SIZE
                  '.dat'                           DELIMITED BY SIZE
                  INTO WS-INVOICE-PATH
           OPEN OUTPUT INVOICE-FILE
           MOVE SPACES TO INVOICE-REC
           MOVE 'INV' TO IV-REC-TYPE
           MOVE BL-NETWORK(WS-BILL-IND) TO IV-NETWORK
           MOVE WS-BILL-MONTH TO IV-BILL-MONTH
           MOVE BL-VALIDATED(WS-BILL-IND) TO IV-VALIDATED
           MOVE BL-REJECTED(WS-BILL-IND) TO IV-REJECTED
           MOVE BL-BLOCKED(WS-BILL-IND) TO IV-BLOCKED
           MOVE FEE-VALID-RATE(WS-FEE-CUR) TO IV-VALID-RATE
           MOVE WS-BILL-VALID-CHARGE TO IV-VALID-CHARGE
           MOVE FEE-REJECT-RATE(WS-FEE-CUR) TO IV-REJECT-RATE
           MOVE WS-BILL-REJECT-CHARGE TO IV-REJECT-CHARGE
           MOVE FEE-MINIMUM(WS-FEE-CUR) TO IV-MINIMUM
           MOVE WS-BILL-TOPUP TO IV-MIN-TOPUP
           MOVE WS-BILL-DUE TO IV-AMOUNT-DUE
           WRITE INVOICE-REC
           CLOSE INVOICE-FILE
           ADD 1 TO WS-BILL-INVOICED
       .
      *// the month's billed volumes must equal what the
      *// completed LUHN batch runs recorded on the job history;
      *// any difference is printed for finance before invoicing.
       WRITE-BILL-RECONCILIATION.
           MOVE SPACES TO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE WS-BILL-TOTAL-DUE TO WS-BILL-DUE-EDIT
           STRING 'Total amount due: '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BILL-DUE-EDIT)
                                               DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE WS-BILL-INVOICED TO WS-BILL-COUNT-EDIT
           STRING 'Invoices written: '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BILL-COUNT-EDIT)
                                               DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE WS-BILL-UNPRICED TO WS-BILL-COUNT-EDIT
           STRING 'Issuers with no fee schedule: '
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BILL-COUNT-EDIT)
                                               DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE 'VOLUME RECONCILIATION TO JOB HISTORY'
             TO BILL-SUMMARY-REC
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE '  Billing history:' TO BILL-SUMMARY-REC
           MOVE WS-BILL-HIST-VALID TO WS-BILL-COUNT-EDIT
           MOVE 'validated' TO BILL-SUMMARY-REC(22:9)
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(32:8)
           MOVE WS-BILL-HIST-REJECT TO WS-BILL-COUNT-EDIT
           MOVE 'rejected' TO BILL-SUMMARY-REC(42:8)
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(51:8)
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           MOVE '  Job history:' TO BILL-SUMMARY-REC
           MOVE WS-BILL-JH-VALID TO WS-BILL-COUNT-EDIT
           MOVE 'validated' TO BILL-SUMMARY-REC(22:9)
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(32:8)
           MOVE WS-BILL-JH-REJECT TO WS-BILL-COUNT-EDIT
           MOVE 'rejected' TO BILL-SUMMARY-REC(42:8)
           MOVE WS-BILL-COUNT-EDIT TO BILL-SUMMARY-REC(51:8)
           MOVE WS-BILL-JH-RUNS TO WS-BILL-COUNT-EDIT
           STRING '  ('                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BILL-COUNT-EDIT)
                                               DELIMITED BY SIZE
                  ' batch runs)'               DELIMITED BY SIZE
                  INTO BILL-SUMMARY-REC(59:30)
           WRITE BILL-SUMMARY-REC
           MOVE SPACES TO BILL-SUMMARY-REC
           IF WS-BILL-HIST-VALID EQUAL WS-BILL-JH-VALID
           AND WS-BILL-HIST-REJECT EQUAL WS-BILL-JH-REJECT
              MOVE 'Y' TO WS-BILL-VOLUME-OK
              MOVE '  Volumes MATCH the job history.'
                TO BILL-SUMMARY-REC
           ELSE
              MOVE 'N' TO WS-BILL-VOLUME-OK
              MOVE '  *** VOLUME DIFFERENCE ***' TO BILL-SUMMARY-REC
              COMPUTE WS-BILL-DIFF =
                 WS-BILL-HIST-VALID - WS-BILL-JH-VALID
              MOVE WS-BILL-DIFF TO WS-BILL-DIFF-EDIT
              MOVE 'validated' TO BILL-SUMMARY-REC(30:9)
              MOVE WS-BILL-DIFF-EDIT TO BILL-SUMMARY-REC(40:8)
              COMPUTE WS-BILL-DIFF =
                 WS-BILL-HIST-REJECT - WS-BILL-JH-REJECT
              MOVE WS-BILL-DIFF TO WS-BILL-DIFF-EDIT
              MOVE 'rejected' TO BILL-SUMMARY-REC(50:8)
              MOVE WS-BILL-DIFF-EDIT TO BILL-SUMMARY-REC(59:8)
           END-IF
           WRITE BILL-SUMMARY-REC
       .
      *// the weekly still-outstanding list: every reject
      *// never cleared by a resubmission, oldest information the
      *// upstream team needs to chase it -- account, masked card,
      *// reason, issuer, when first rejected, how many times sent
      *// -- then the same rejects counted by reason and issuer in
      *// age bands, so the worst backlog shows at a glance.
       RUN-REJECT-AGEING.
           PERFORM WRITE-JOB-START
           ACCEPT WS-AGE-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-AGE-COUNT WS-AGE-READ WS-AGE-OPEN
                     WS-AGE-CLOSED WS-AGE-UNGROUPED
           MOVE 0 TO WS-AGE-BAND-TOTAL(1) WS-AGE-BAND-TOTAL(2)
                     WS-AGE-BAND-TOTAL(3) WS-AGE-BAND-TOTAL(4)
           OPEN OUTPUT AGEING-REPORT-FILE
           MOVE SPACES TO AGEING-REPORT-REC
           STRING 'LUHN REJECTS STILL OUTSTANDING - as of '
                                               DELIMITED BY SIZE
                  WS-AGE-TODAY                 DELIMITED BY SIZE
                  INTO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
           MOVE SPACES TO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
           MOVE SPACES TO AGEING-REPORT-REC
           MOVE 'ACCOUNT'        TO AGEING-REPORT-REC(1:7)
           MOVE 'CARD'           TO AGEING-REPORT-REC(19:4)
           MOVE 'REASON'         TO AGEING-REPORT-REC(40:6)
           MOVE 'ISSUER'         TO AGEING-REPORT-REC(65:6)
           MOVE 'FIRST REJ'      TO AGEING-REPORT-REC(77:9)
           MOVE 'SENT'           TO AGEING-REPORT-REC(87:4)
           MOVE 'DAYS'           TO AGEING-REPORT-REC(93:4)
           WRITE AGEING-REPORT-REC
           OPEN INPUT OPEN-REJECT-FILE
           IF WS-OPEN-REJECT-STATUS EQUAL '00'
              MOVE 'N' TO WS-EOF-OPEN-REJECTS
              PERFORM UNTIL END-OF-OPEN-REJECTS
                 READ OPEN-REJECT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-OPEN-REJECTS
                    NOT AT END PERFORM AGE-ONE-REJECT
                 END-READ
              END-PERFORM
              CLOSE OPEN-REJECT-FILE
           ELSE
              DISPLAY 'luhn reject ageing: no open-rejects file at '
                 FUNCTION TRIM(WS-OPEN-REJECT-PATH)
           END-IF
           PERFORM WRITE-AGEING-SUMMARY
           CLOSE AGEING-REPORT-FILE
           MOVE WS-AGE-READ TO WS-JH-READ
           MOVE WS-AGE-OPEN TO WS-JH-WRITTEN
           MOVE 0 TO WS-JH-REJECTS
           PERFORM WRITE-JOB-HISTORY
       .
       AGE-ONE-REJECT.
           ADD 1 TO WS-AGE-READ
           IF NOT OR-IS-OPEN
              ADD 1 TO WS-AGE-CLOSED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGE-OPEN
           MOVE 0 TO WS-AGE-DAYS
           IF OR-FIRST-DATE IS NUMERIC
              MOVE OR-FIRST-DATE TO WS-AGE-FIRST
              IF WS-AGE-FIRST < WS-AGE-TODAY
                 COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-AGE-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WS-AGE-FIRST)
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 7
                 MOVE 1 TO WS-AGE-BAND-IND
              WHEN WS-AGE-DAYS <= 30
                 MOVE 2 TO WS-AGE-BAND-IND
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-AGE-BAND-IND
              WHEN OTHER
                 MOVE 4 TO WS-AGE-BAND-IND
           END-EVALUATE
           ADD 1 TO WS-AGE-BAND-TOTAL(WS-AGE-BAND-IND)
           MOVE SPACES TO AGEING-REPORT-REC
           MOVE OR-ACCOUNT-REF TO AGEING-REPORT-REC(1:16)
           MOVE OR-MASKED-PAN(1:19) TO AGEING-REPORT-REC(19:19)
           MOVE OR-REASON TO AGEING-REPORT-REC(40:23)
           MOVE OR-NETWORK TO AGEING-REPORT-REC(65:10)
           MOVE OR-FIRST-DATE TO AGEING-REPORT-REC(77:8)
           MOVE OR-TIMES TO WS-AGE-DAYS-EDIT
           MOVE WS-AGE-DAYS-EDIT TO AGEING-REPORT-REC(86:5)
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT
           MOVE WS-AGE-DAYS-EDIT TO AGEING-REPORT-REC(92:5)
           WRITE AGEING-REPORT-REC
      *// reason/issuer bucket for the summary
           MOVE 0 TO WS-AGE-CUR
           PERFORM VARYING WS-AGE-IND FROM 1 BY 1
              UNTIL WS-AGE-IND > WS-AGE-COUNT OR WS-AGE-CUR > 0
              IF AG-REASON(WS-AGE-IND) EQUAL OR-REASON
              AND AG-NETWORK(WS-AGE-IND) EQUAL OR-NETWORK
                 MOVE WS-AGE-IND TO WS-AGE-CUR
              END-IF
           END-PERFORM
           IF WS-AGE-CUR EQUAL 0
              IF WS-AGE-COUNT < 60
                 ADD 1 TO WS-AGE-COUNT
                 MOVE WS-AGE-COUNT TO WS-AGE-CUR
                 MOVE OR-REASON TO AG-REASON(WS-AGE-CUR)
                 MOVE OR-NETWORK TO AG-NETWORK(WS-AGE-CUR)
                 MOVE 0 TO AG-BAND(WS-AGE-CUR, 1) AG-BAND(WS-AGE-CUR, 2)
                           AG-BAND(WS-AGE-CUR, 3) AG-BAND(WS-AGE-CUR, 4)
                           AG-TOTAL(WS-AGE-CUR)
              ELSE
                 ADD 1 TO WS-AGE-UNGROUPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO AG-BAND(WS-AGE-CUR, WS-AGE-BAND-IND)
           ADD 1 TO AG-TOTAL(WS-AGE-CUR)
       .
       WRITE-AGEING-SUMMARY.
           MOVE SPACES TO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
           MOVE 'OUTSTANDING BY REASON AND ISSUER' TO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
           MOVE SPACES TO AGEING-REPORT-REC
           MOVE 'REASON'         TO AGEING-REPORT-REC(1:6)
           MOVE 'ISSUER'         TO AGEING-REPORT-REC(26:6)
           MOVE '0-7 DAYS'       TO AGEING-REPORT-REC(38:8)
           MOVE '8-30'           TO AGEING-REPORT-REC(51:4)
           MOVE '31-90'          TO AGEING-REPORT-REC(59:5)
           MOVE 'OVER 90'        TO AGEING-REPORT-REC(66:7)
           MOVE 'TOTAL'          TO AGEING-REPORT-REC(77:5)
           WRITE AGEING-REPORT-REC
           PERFORM VARYING WS-AGE-IND FROM 1 BY 1
              UNTIL WS-AGE-IND > WS-AGE-COUNT
              MOVE SPACES TO AGEING-REPORT-REC
              MOVE AG-REASON(WS-AGE-IND) TO AGEING-REPORT-REC(1:23)
              MOVE AG-NETWORK(WS-AGE-IND) TO AGEING-REPORT-REC(26:10)
              PERFORM VARYING WS-AGE-BAND-IND FROM 1 BY 1
                 UNTIL WS-AGE-BAND-IND > 4
                 MOVE AG-BAND(WS-AGE-IND, WS-AGE-BAND-IND)
                   TO WS-AGE-COUNT-EDIT
                 MOVE WS-AGE-COUNT-EDIT TO AGEING-REPORT-REC(
                    WS-AGE-BAND-IND * 9 + 31:6)
              END-PERFORM
              MOVE AG-TOTAL(WS-AGE-IND) TO WS-AGE-COUNT-EDIT
              MOVE WS-AGE-COUNT-EDIT TO AGEING-REPORT-REC(76:6)
              WRITE AGEING-REPORT-REC
           END-PERFORM
           MOVE SPACES TO AGEING-REPORT-REC
           MOVE 'ALL'            TO AGEING-REPORT-REC(1:3)
           PERFORM VARYING WS-AGE-BAND-IND FROM 1 BY 1
              UNTIL WS-AGE-BAND-IND > 4
              MOVE WS-AGE-BAND-TOTAL(WS-AGE-BAND-IND)
                TO WS-AGE-COUNT-EDIT
              MOVE WS-AGE-COUNT-EDIT TO AGEING-REPORT-REC(
                 WS-AGE-BAND-IND * 9 + 31:6)
           END-PERFORM
           MOVE WS-AGE-OPEN TO WS-AGE-COUNT-EDIT
           MOVE WS-AGE-COUNT-EDIT TO AGEING-REPORT-REC(76:6)
           WRITE AGEING-REPORT-REC
           IF WS-AGE-UNGROUPED > 0
              MOVE SPACES TO AGEING-REPORT-REC
              MOVE WS-AGE-UNGROUPED TO WS-AGE-COUNT-EDIT
              STRING '  (' FUNCTION TRIM(WS-AGE-COUNT-EDIT)
                     ' listed above but past the reason/issuer table)'
                     DELIMITED BY SIZE INTO AGEING-REPORT-REC
              WRITE AGEING-REPORT-REC
           END-IF
           MOVE SPACES TO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
           MOVE SPACES TO AGEING-REPORT-REC
           MOVE WS-AGE-CLOSED TO WS-AGE-COUNT-EDIT
           STRING 'Rejects cleared by resubmission to date: '
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-COUNT-EDIT)
                                               DELIMITED BY SIZE
                  INTO AGEING-REPORT-REC
           WRITE AGEING-REPORT-REC
       .
