               FILE STATUS IS VAULT-PAR-STATUS.
           SELECT REPLENISH-REPORT ASSIGN TO 'VAULTREPL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TILL-DROP ASSIGN TO 'TILLDROP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-DROP-STATUS.
           SELECT SAFE-BAG ASSIGN TO 'SAFEBAG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFE-BAG-STATUS.
           SELECT DROP-LOG ASSIGN TO 'DROPLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLIND-COUNT ASSIGN TO 'BLINDCNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLIND-COUNT-STATUS.
           SELECT SUPV-COUNT ASSIGN TO 'SUPVCNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPV-COUNT-STATUS.
           SELECT RECOUNT-QUEUE ASSIGN TO 'RECOUNTQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARRIER-MANIFEST ASSIGN TO 'CARRMAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAG-MASTER ASSIGN TO 'BAGMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-SEAL-NO
               FILE STATUS IS BAG-MASTER-STATUS.

       data division.
       FILE SECTION.
       FD  RUN-CONTROL
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS RUN-CONTROL-REC.
      * Company code, period-ending date, and file names for this
      * run, and the seal on the bag the counted deposit goes out in
       01  RUN-CONTROL-REC.
           05  RC-COMPANY-CODE    PIC X(4).
           05  RC-PERIOD-END-DATE PIC 9(8).
           05  RC-COIN-FILE       PIC X(20).
           05  RC-COUNTER-FILE    PIC X(20).
           05  RC-CSV-FILE        PIC X(12).
           05  RC-DEPOSIT-SEAL    PIC X(10).

       FD  COIN-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS COIN-IN.
      * Record to hold the data read from the input file, stamped
      * with the ID of whoever counted the drawer
       01  COIN-IN.
           05  TILL-ID         PIC X(4).
           05  PENNIES         PIC 9(3).
           05  FIVES           PIC 9(3).
           05  TENS            PIC 9(3).
           05  TWENTIES        PIC 9(3).
           05  COUNTED-BY      PIC X(4).

       FD  COUNTER-FILE
           RECORD CONTAINS 80 CHARACTERS
      * Line written to the vault replenishment report
       01  REPL-LINE           PIC X(80).

       FD  TILL-DROP
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS TILL-DROP-REC.
      * One intraday safe drop (D) or manager pickup (P) pulled from
      * a drawer: the till, the cashier running it, the time, the
      * amount, the witness who counted it out with the cashier, and
      * the seal number of the safe bag it went into
       01  TILL-DROP-REC.
           05  TD-DATE         PIC 9(8).
           05  TD-TILL-ID      PIC X(4).
           05  TD-CASHIER-ID   PIC X(4).
           05  TD-TIME         PIC 9(4).
           05  TD-TYPE         PIC X.
           05  TD-AMOUNT       PIC 9(5)V99.
           05  TD-WITNESS-ID   PIC X(4).
           05  TD-SEAL-NO      PIC X(10).

       FD  SAFE-BAG
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS SAFE-BAG-REC.
      * One sealed safe bag logged when the safe is cleared: the
      * seal number, the amount sealed into it, and who sealed it
       01  SAFE-BAG-REC.
           05  SB-DATE         PIC 9(8).
           05  SB-SEAL-NO      PIC X(10).
           05  SB-AMOUNT       PIC 9(5)V99.
           05  SB-SEALED-BY    PIC X(4).

       FD  DROP-LOG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DROP-LOG-LINE.
      * Line written to the drop and pickup log
       01  DROP-LOG-LINE       PIC X(80).

       FD  BLIND-COUNT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS BLIND-COUNT-REC.
      * The second, blind count of a till: keyed by a different
      * counter who never sees the first count, in penny-through-
      * twenty order
       01  BLIND-COUNT-REC.
           05  BC-DATE         PIC 9(8).
           05  BC-TILL-ID      PIC X(4).
           05  BC-COUNTER-ID   PIC X(4).
           05  BC-COUNTS.
               10  BC-COUNT    PIC 9(3) OCCURS 8 TIMES.

       FD  SUPV-COUNT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SUPV-COUNT-REC.
      * A supervisor's recount of a till whose two counts did not
      * agree; it settles the till and its pieces are the ones posted
       01  SUPV-COUNT-REC.
           05  SC-DATE         PIC 9(8).
           05  SC-TILL-ID      PIC X(4).
           05  SC-SUPERVISOR-ID PIC X(4).
           05  SC-COUNTS.
               10  SC-COUNT    PIC 9(3) OCCURS 8 TIMES.

       FD  RECOUNT-QUEUE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RECOUNT-LINE.
      * Line written to the supervisor recount queue
       01  RECOUNT-LINE        PIC X(80).

       FD  CARRIER-MANIFEST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MANIFEST-LINE.
      * Line written to the armored carrier pickup manifest
       01  MANIFEST-LINE       PIC X(80).

       FD  BAG-MASTER
           RECORD CONTAINS 1694 CHARACTERS
           DATA RECORD IS BAG-MASTER-REC.
      * One sealed bag handed to the armored carrier: what was
      * declared in it, what the bank credited for it and any
      * adjustment notices against it, and the tills and cashiers
      * whose cash went into it so an adjustment can be traced back
       01  BAG-MASTER-REC.
           05  BM-SEAL-NO      PIC X(10).
           05  BM-COMPANY      PIC X(4).
           05  BM-DEPOSIT-DATE PIC 9(8).
           05  BM-BAG-TYPE     PIC X.
           05  BM-DECLARED     PIC 9(7)V99.
           05  BM-STATUS       PIC X.
           05  BM-CREDIT-DATE  PIC 9(8).
           05  BM-CREDITED     PIC 9(7)V99.
           05  BM-ADJ-COUNT    PIC 9.
           05  BM-ADJUSTMENTS.
               10  BM-ADJ OCCURS 5 TIMES.
                   15  BM-ADJ-NOTICE PIC X(10).
                   15  BM-ADJ-DATE   PIC 9(8).
                   15  BM-ADJ-AMOUNT PIC S9(7)V99
                       SIGN LEADING SEPARATE.
           05  BM-CONTRIB-COUNT PIC 9(3).
           05  BM-CONTRIBUTIONS.
               10  BM-CONTRIB OCCURS 100 TIMES.
                   15  BM-TILL-ID    PIC X(4).
                   15  BM-CASHIER-ID PIC X(4).
                   15  BM-AMOUNT     PIC 9(5)V99.

       FD  TILL-FLOAT
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS TILL-FLOAT-REC.
      * One till's counted result for one business date, kept run
      * to run so loss prevention can trend over/short by till;
      * the cashier assigned to the drawer that day is stamped on
      * so a variance is attributed to a person, not just a till.
      * The actual amount is the drawer count plus the day's drops
      * and pickups, the whole of the cash the till accounts for
       01  TILL-HISTORY-REC.
           05  TH-KEY.
               10  TH-TILL-ID  PIC X(4).
      * Difference between the actual count and the expected deposit
       01  DEPOSIT-VARIANCE    PIC S9(5)V99 VALUE ZEROES.

      * Flag for signaling EoF and good/bad data; a till whose two
      * counts disagree is held (2) and nothing for it is posted, and
      * a till an earlier run of the business date already posted (3)
      * is reported but not posted again
       01  DATA-REMAINS        PIC X       VALUE 'Y'.
       01  DATA-FLAG           PIC 9       VALUE 0.

       01  RUN-COIN-FILE-NAME    PIC X(20) VALUE 'input.txt'.
       01  RUN-COUNTER-FILE-NAME PIC X(20) VALUE 'output.txt'.
       01  RUN-CSV-FILE-NAME     PIC X(12) VALUE 'output.csv'.
      * Seal on the deposit bag; when none is keyed the bag is
      * sealed under D and the business date
       01  RUN-DEPOSIT-SEAL    PIC X(10)   VALUE SPACES.

      * Title line of the bank deposit slip, tied to this run
       01  DEPSLIP-TITLE-LINE.
       01  VARIANCE-ABS        PIC 9(5)V99 VALUE ZEROES.

      * Per-till expected amount and variance held for the GL batch
      * written at end of run, with the till's cashier and what it
      * put into the deposit bag for the carrier manifest
       01  TILL-GL-COUNT       PIC 9(3)    VALUE ZEROES.
       01  TILL-GL-TABLE.
           05  TILL-GL-ENTRY OCCURS 100 TIMES.
               10  TG-TILL-ID  PIC X(4).
               10  TG-EXPECTED PIC 9(5)V99.
               10  TG-VARIANCE PIC S9(5)V99.
               10  TG-CASHIER-ID PIC X(4).
               10  TG-DEPOSIT  PIC 9(5)V99.
       01  TG-SUB              PIC 9(3)    VALUE ZEROES.

      * File status for the vault inventory and par level files
      * assignment is on file so the gap shows up downstream
       01  CUR-CASHIER-ID      PIC X(4)    VALUE SPACES.

      * File statuses for the drop/pickup file and the safe bag log
       01  TILL-DROP-STATUS    PIC XX      VALUE '00'.
       01  SAFE-BAG-STATUS     PIC XX      VALUE '00'.
      * Flag for more records in the file being loaded
       01  DROP-FILE-FLAG      PIC X       VALUE 'Y'.
      * The business date's drops and pickups, loaded at startup;
      * each is marked posted once its till's count is good, and
      * carries the safe bag its seal number was found on
       01  DROP-COUNT          PIC 9(3)    VALUE ZEROES.
       01  DROP-TABLE.
           05  DROP-ENTRY OCCURS 200 TIMES.
               10  DRP-TILL-ID    PIC X(4).
               10  DRP-CASHIER-ID PIC X(4).
               10  DRP-TIME       PIC 9(4).
               10  DRP-TYPE       PIC X.
               10  DRP-AMOUNT     PIC 9(5)V99.
               10  DRP-WITNESS-ID PIC X(4).
               10  DRP-SEAL-NO    PIC X(10).
               10  DRP-VALID      PIC 9.
               10  DRP-POSTED     PIC 9.
               10  DRP-BAG-SUB    PIC 9(3).
       01  DRP-SUB             PIC 9(3)    VALUE ZEROES.
      * The business date's sealed safe bags and the drops found
      * sealed into each, so a bag whose drops do not add up to
      * what was sealed into it is caught
       01  BAG-COUNT           PIC 9(3)    VALUE ZEROES.
       01  BAG-TABLE.
           05  BAG-ENTRY OCCURS 100 TIMES.
               10  BG-SEAL-NO     PIC X(10).
               10  BG-AMOUNT      PIC 9(5)V99.
               10  BG-DROP-TOTAL  PIC 9(7)V99.
       01  BG-SUB              PIC 9(3)    VALUE ZEROES.
      * Drops and pickups pulled from the till being counted
       01  TILL-DROP-COUNT     PIC 9(3)    VALUE ZEROES.
       01  TILL-DROP-AMOUNT    PIC 9(5)V99 VALUE ZEROES.
      * Drops and pickups with an exception on the drop log
       01  DROP-EXCEPTION-COUNT PIC 9(3)   VALUE ZEROES.
      * The counted currency and rolled coin deposited, before the
      * safe drops are added to the deposit slip
       01  COUNTED-DEPOSIT     PIC 9(7)V99 VALUE ZEROES.

      * Per-till drop line of the counter report
       01  DROP-TOTAL-LINE.
           05  FILLER          PIC X(15)   VALUE 'DROPS/PICKUPS: '.
           05  DL-COUNT        PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'AMOUNT: '.
           05  DL-AMOUNT       PIC ZZZZ9.99.
           05  FILLER          PIC X(43)   VALUE SPACES.

      * One safe drop line of the deposit slip
       01  DEPSLIP-DROP-LINE.
           05  FILLER          PIC X(10)   VALUE 'SAFE DROP '.
           05  DSD-TILL-ID     PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'SEAL: '.
           05  DSD-SEAL-NO     PIC X(10).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'VALUE: '.
           05  DSD-VALUE       PIC ZZZZZZ9.99.
           05  FILLER          PIC X(30)   VALUE SPACES.

      * Title, column header, detail and summary lines of the drop
      * and pickup log
       01  DROP-TITLE-LINE.
           05  FILLER          PIC X(26)   VALUE
               'TILL DROP AND PICKUP LOG'.
           05  FILLER          PIC X(15)   VALUE 'BUSINESS DATE: '.
           05  DLT-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(31)   VALUE SPACES.
       01  DROP-COLUMN-HDR.
           05  FILLER          PIC X(42)   VALUE
               'TILL CASH TIME T   AMOUNT WITN SEAL       '.
           05  FILLER          PIC X(38)   VALUE 'STATUS'.
       01  DROP-DETAIL-LINE.
           05  DD-TILL-ID      PIC X(4).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-CASHIER-ID   PIC X(4).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-TIME         PIC 9(4).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-TYPE         PIC X.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-AMOUNT       PIC ZZZZ9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-WITNESS-ID   PIC X(4).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-SEAL-NO      PIC X(10).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DD-STATUS       PIC X(30).
           05  FILLER          PIC X(8)    VALUE SPACES.
       01  DROP-SUMMARY-LINE.
           05  FILLER          PIC X(14)   VALUE 'DROPS LOGGED: '.
           05  DLS-DROP-COUNT  PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'DROP EXCEPTIONS: '.
           05  DLS-EXCEPTIONS  PIC ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

      * File statuses for the blind count and supervisor count files
       01  BLIND-COUNT-STATUS  PIC XX      VALUE '00'.
       01  SUPV-COUNT-STATUS   PIC XX      VALUE '00'.
      * The business date's blind second counts, loaded at startup;
      * the first one keyed for a till is the one compared
       01  BLIND-ENTRIES       PIC 9(3)    VALUE ZEROES.
       01  BLIND-TABLE.
           05  BLIND-ENTRY OCCURS 100 TIMES.
               10  BLT-TILL-ID    PIC X(4).
               10  BLT-COUNTER-ID PIC X(4).
               10  BLT-COUNT      PIC 9(3) OCCURS 8 TIMES.
       01  BLT-SUB             PIC 9(3)    VALUE ZEROES.
      * The business date's supervisor recounts, loaded at startup;
      * a recount with a bad piece count is never loaded
       01  SUPV-ENTRIES        PIC 9(3)    VALUE ZEROES.
       01  SUPV-TABLE.
           05  SUPV-ENTRY OCCURS 100 TIMES.
               10  SVT-TILL-ID    PIC X(4).
               10  SVT-SUPERVISOR-ID PIC X(4).
               10  SVT-COUNT      PIC 9(3) OCCURS 8 TIMES.
       01  SVT-SUB             PIC 9(3)    VALUE ZEROES.
      * The first count of the till being processed, laid out in the
      * same penny-through-twenty order as the blind count
       01  FIRST-COUNT-TABLE.
           05  FIRST-COUNT     PIC 9(3) OCCURS 8 TIMES.
      * Where the till's blind count and supervisor recount sit in
      * their tables, zero when none is on file
       01  BLIND-FOUND         PIC 9(3)    VALUE ZEROES.
       01  SUPV-FOUND          PIC 9(3)    VALUE ZEROES.
      * Denominations on which the two counts disagree
       01  DENOM-DIFF-COUNT    PIC 9       VALUE ZEROES.
      * Outcome of the dual count for the till: AGREED, SETTLED by a
      * supervisor recount, or HELD for one, and why it was held
       01  DUAL-RESULT         PIC X(8)    VALUE SPACES.
       01  HOLD-REASON         PIC X(30)   VALUE SPACES.
      * Who made the second count and who settled the till
       01  SECOND-COUNTER-ID   PIC X(4)    VALUE SPACES.
       01  SUPERVISOR-ID       PIC X(4)    VALUE SPACES.
      * Tills held for a recount and tills settled by one this run
       01  TILLS-HELD          PIC 9(3)    VALUE ZEROES.
       01  TILLS-SETTLED       PIC 9(3)    VALUE ZEROES.
      * Each till's dual count outcome, held for the audit log
       01  DUAL-LOG-COUNT      PIC 9(3)    VALUE ZEROES.
       01  DUAL-LOG-TABLE.
           05  DUAL-LOG-ENTRY OCCURS 100 TIMES.
               10  DLG-TILL-ID    PIC X(4).
               10  DLG-FIRST-ID   PIC X(4).
               10  DLG-SECOND-ID  PIC X(4).
               10  DLG-SUPV-ID    PIC X(4).
               10  DLG-RESULT     PIC X(8).
       01  DLG-SUB             PIC 9(3)    VALUE ZEROES.

      * Counter report lines for a held till and a settled one
       01  HELD-RECORD-LINE.
           05  FILLER          PIC X(5)    VALUE 'TILL '.
           05  HR-TILL-ID      PIC X(4).
           05  FILLER          PIC X(43)   VALUE
               ' HELD FOR SUPERVISOR RECOUNT - NOT POSTED: '.
           05  HR-REASON       PIC X(28).
       01  SETTLED-LINE.
           05  FILLER          PIC X(29)   VALUE
               'COUNT SETTLED BY SUPERVISOR: '.
           05  SL-SUPERVISOR-ID PIC X(4).
           05  FILLER          PIC X(47)   VALUE SPACES.
      * Counter report line for a till posted by an earlier run
       01  POSTED-RECORD-LINE.
           05  FILLER          PIC X(5)    VALUE 'TILL '.
           05  PR-TILL-ID      PIC X(4).
           05  FILLER          PIC X(20)   VALUE
               ' ALREADY POSTED FOR '.
           05  PR-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(19)   VALUE
               ' - NOT POSTED AGAIN'.
           05  FILLER          PIC X(24)   VALUE SPACES.

      * Title, till, denomination and summary lines of the
      * supervisor recount queue
       01  RECOUNT-TITLE-LINE.
           05  FILLER          PIC X(26)   VALUE
               'SUPERVISOR RECOUNT QUEUE'.
           05  FILLER          PIC X(15)   VALUE 'BUSINESS DATE: '.
           05  RQT-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(31)   VALUE SPACES.
       01  RECOUNT-TILL-LINE.
           05  FILLER          PIC X(6)    VALUE 'TILL: '.
           05  RQ-TILL-ID      PIC X(4).
           05  FILLER          PIC X(15)   VALUE '  1ST COUNTER: '.
           05  RQ-FIRST-ID     PIC X(4).
           05  FILLER          PIC X(15)   VALUE '  2ND COUNTER: '.
           05  RQ-SECOND-ID    PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RQ-REASON       PIC X(30).
       01  RECOUNT-DENOM-LINE.
           05  FILLER          PIC X(11)   VALUE '    DENOM: '.
           05  RQD-DENOM       PIC XX.
           05  FILLER          PIC X(13)   VALUE '  1ST COUNT: '.
           05  RQD-FIRST       PIC ZZ9.
           05  FILLER          PIC X(13)   VALUE '  2ND COUNT: '.
           05  RQD-SECOND      PIC ZZ9.
           05  FILLER          PIC X(35)   VALUE SPACES.
       01  RECOUNT-SUMMARY-LINE.
           05  FILLER          PIC X(24)   VALUE
               'TILLS HELD FOR RECOUNT: '.
           05  RQS-HELD        PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE
               'TILLS SETTLED BY SUPERVISOR: '.
           05  RQS-SETTLED     PIC ZZ9.
           05  FILLER          PIC X(16)   VALUE SPACES.

      * File status for the carrier bag master
       01  BAG-MASTER-STATUS   PIC XX      VALUE '00'.
      * The bags going out with the armored carrier: the deposit bag
      * first, then one bag per safe drop seal
       01  MANIFEST-COUNT      PIC 9(3)    VALUE ZEROES.
       01  MANIFEST-TABLE.
           05  MANIFEST-ENTRY OCCURS 100 TIMES.
               10  MF-SEAL-NO     PIC X(10).
               10  MF-BAG-TYPE    PIC X.
               10  MF-DECLARED    PIC 9(7)V99.
       01  MF-SUB              PIC 9(3)    VALUE ZEROES.
       01  MF-FOUND            PIC 9(3)    VALUE ZEROES.
      * Each till's cash in each bag, with the cashier behind it
       01  CONTRIB-COUNT       PIC 9(3)    VALUE ZEROES.
       01  CONTRIB-TABLE.
           05  CONTRIB-ENTRY OCCURS 300 TIMES.
               10  CT-BAG-SUB     PIC 9(3).
               10  CT-TILL-ID     PIC X(4).
               10  CT-CASHIER-ID  PIC X(4).
               10  CT-AMOUNT      PIC 9(5)V99.
       01  CT-SUB              PIC 9(3)    VALUE ZEROES.
       01  CT-FOUND            PIC 9(3)    VALUE ZEROES.
      * Work fields for adding one till's cash to a bag
       01  ADD-BAG-SUB         PIC 9(3)    VALUE ZEROES.
       01  ADD-TILL-ID         PIC X(4)    VALUE SPACES.
       01  ADD-CASHIER-ID      PIC X(4)    VALUE SPACES.
       01  ADD-AMOUNT          PIC 9(5)V99 VALUE ZEROES.
      * Set when a bag's seal is already on file from an earlier
      * run, and when that bag already has a bank credit against it
       01  BAG-ON-FILE-FLAG    PIC 9       VALUE 0.
       01  BAG-CREDITED-FLAG   PIC 9       VALUE 0.
      * Tills with cash in the bag being filed
       01  BAG-TILL-COUNT      PIC 9(3)    VALUE ZEROES.
      * Seal the deposit bag goes out under; when the run's seal is
      * already on file from an earlier run of the business date the
      * new bag takes the next free letter in the tenth position
       01  DEPOSIT-SEAL.
           05  DEPOSIT-SEAL-BASE   PIC X(9).
           05  DEPOSIT-SEAL-LETTER PIC X.
       01  SEAL-LETTERS-DATA   PIC X(25)   VALUE
           'BCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  SEAL-LETTERS-TABLE REDEFINES SEAL-LETTERS-DATA.
           05  SEAL-LETTER OCCURS 25 TIMES PIC X.
       01  SEAL-SUB            PIC 9(3)    VALUE ZEROES.
       01  SEAL-FREE-FLAG      PIC 9       VALUE 0.
      * Bags and dollars on the manifest
       01  MANIFEST-BAGS       PIC 9(3)    VALUE ZEROES.
       01  MANIFEST-TOTAL      PIC 9(7)V99 VALUE ZEROES.

      * Title, column header, bag, total and signature lines of the
      * armored carrier pickup manifest
       01  MANIFEST-TITLE-LINE.
           05  FILLER          PIC X(33)   VALUE
               'ARMORED CARRIER PICKUP MANIFEST'.
           05  FILLER          PIC X(9)    VALUE 'COMPANY: '.
           05  MT-COMPANY      PIC X(4).
           05  FILLER          PIC X(16)   VALUE '  DEPOSIT DATE: '.
           05  MT-DEPOSIT-DATE PIC 9(8).
           05  FILLER          PIC X(10)   VALUE SPACES.
       01  MANIFEST-COLUMN-HDR.
           05  FILLER          PIC X(46)   VALUE
               'SEAL NO.    BAG TYPE            DECLARED TILLS'.
           05  FILLER          PIC X(34)   VALUE SPACES.
       01  MANIFEST-BAG-LINE.
           05  MB-SEAL-NO      PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MB-BAG-TYPE     PIC X(16).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MB-DECLARED     PIC ZZZZZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  MB-TILLS        PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MB-FLAG         PIC X(32).
       01  MANIFEST-TOTAL-LINE.
           05  FILLER          PIC X(6)    VALUE 'BAGS: '.
           05  MTL-BAGS        PIC ZZ9.
           05  FILLER          PIC X(19)   VALUE
               '   TOTAL DECLARED: '.
           05  MTL-DECLARED    PIC ZZZZZZ9.99.
           05  FILLER          PIC X(42)   VALUE SPACES.
       01  MANIFEST-SIGN-LINE.
           05  FILLER          PIC X(54)   VALUE
               'RELEASED BY: ____________  CARRIER: ____________  TIME'.
           05  FILLER          PIC X(26)   VALUE ': ______'.

      * File status for the shared operations audit log
       01  AUDIT-LOG-STATUS    PIC XX      VALUE '00'.
      * Date and time the run started, for the audit log entry
      * Counts of till records read and rejected this run
       01  AUDIT-RECS-READ     PIC 9(7)    VALUE ZEROES.
       01  AUDIT-RECS-REJECTED PIC 9(7)    VALUE ZEROES.
      * Count of till records held for a supervisor recount
       01  AUDIT-RECS-HELD     PIC 9(7)    VALUE ZEROES.
      * Count of till records an earlier run already posted
       01  AUDIT-RECS-POSTED-EARLIER PIC 9(7) VALUE ZEROES.

      * One formatted entry written to the shared operations audit log
       01  AUDIT-ENTRY.
           05  AE-PERIOD-END     PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.

      * One till's dual count outcome written to the audit log after
      * the run entry: both counters and the settling supervisor
       01  DUAL-COUNT-ENTRY.
           05  DE-JOB-NAME       PIC X(8)  VALUE 'COINCNT'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DE-RUN-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DE-RUN-TIME       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'DUALCNT: '.
           05  DE-TILL-ID        PIC X(4).
           05  FILLER            PIC X(5)  VALUE ' 1ST:'.
           05  DE-FIRST-ID       PIC X(4).
           05  FILLER            PIC X(5)  VALUE ' 2ND:'.
           05  DE-SECOND-ID      PIC X(4).
           05  FILLER            PIC X(5)  VALUE ' SUP:'.
           05  DE-SUPV-ID        PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  DE-RESULT         PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.

       procedure division.
       PROCESS-COIN-FILES.
      * Load file names for this run before opening anything
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-VAULT-PAR.
           PERFORM LOAD-TILL-ASSIGNMENTS.
           PERFORM LOAD-TILL-DROPS.
           PERFORM LOAD-SAFE-BAGS.
           PERFORM LOAD-BLIND-COUNTS.
           PERFORM LOAD-SUPV-COUNTS.
      * Open the files for processing
           OPEN INPUT  COIN-FILE
                OUTPUT COUNTER-FILE
                OUTPUT CSV-FILE
                OUTPUT CHANGE-ORDER
                OUTPUT RECOUNT-QUEUE.
           OPEN INPUT TILL-FLOAT.
           IF TILL-FLOAT-STATUS = '00'
               MOVE 1 TO FLOAT-FILE-PRESENT
      * Write the change-order header before any till lines
           MOVE CHGORDER-HDR TO CHGORDER-LINE.
           WRITE CHGORDER-LINE.
      * Write the recount queue title before any held till
           MOVE RUN-PERIOD-END-DATE TO RQT-BUSINESS-DATE.
           MOVE RECOUNT-TITLE-LINE TO RECOUNT-LINE.
           WRITE RECOUNT-LINE.
           MOVE SPACES TO RECOUNT-LINE.
           WRITE RECOUNT-LINE.
      * Write the CSV column headers
           MOVE 'TILL,DENOMINATION,COUNT,ROLLS,REMAINDER' TO CSV-LINE.
           WRITE CSV-LINE.
           PERFORM PROCESS-COINS
               UNTIL DATA-REMAINS = 'N'.
           PERFORM WRITE-GRAND-TOTALS.
           PERFORM WRITE-RECOUNT-SUMMARY.
           PERFORM WRITE-DEPOSIT-SLIP.
           PERFORM WRITE-CARRIER-MANIFEST.
           PERFORM WRITE-DROP-LOG.
           PERFORM WRITE-GL-CASH-BATCH.
           PERFORM UPDATE-VAULT-INVENTORY.
           PERFORM WRITE-AUDIT-LOG.
                   COUNTER-FILE
                   CSV-FILE
                   CHANGE-ORDER
                   RECOUNT-QUEUE
                   TILL-HISTORY.
           IF FLOAT-FILE-PRESENT = 1
               CLOSE TILL-FLOAT
               IF RC-CSV-FILE NOT = SPACES
                   MOVE RC-CSV-FILE TO RUN-CSV-FILE-NAME
               END-IF
               IF RC-DEPOSIT-SEAL NOT = SPACES
                   MOVE RC-DEPOSIT-SEAL TO RUN-DEPOSIT-SEAL
               END-IF
           END-IF.
           IF RUN-DEPOSIT-SEAL = SPACES
               STRING 'D' DELIMITED BY SIZE
                   RUN-PERIOD-END-DATE DELIMITED BY SIZE
                   INTO RUN-DEPOSIT-SEAL
           END-IF.

       WRITE-HEADERS.
           PERFORM PROCESS-FIVES.
           PERFORM PROCESS-TENS.
           PERFORM PROCESS-TWENTIES.
           PERFORM CHECK-TILL-POSTED.
           PERFORM CHECK-DUAL-COUNT.

           PERFORM TOTAL-TILL-DROPS.
           PERFORM RECONCILE-DEPOSIT.
           PERFORM COMPUTE-FLOAT-RETENTION.
           PERFORM WRITE-RECORD.
      *        Report a reconciliation exception if the deposit
      *        counted does not match what the till was expected
      *        to contain
               IF TILL-DROP-COUNT > ZEROES
                   MOVE TILL-DROP-COUNT TO DL-COUNT
                   MOVE TILL-DROP-AMOUNT TO DL-AMOUNT
                   MOVE DROP-TOTAL-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               IF DEPOSIT-VARIANCE NOT = ZEROES
                   MOVE EXPECTED-AMOUNT TO RC-EXPECTED
                   COMPUTE RC-ACTUAL = ACTUAL-AMOUNT + TILL-DROP-AMOUNT
                   MOVE DEPOSIT-VARIANCE TO RC-VARIANCE
                   MOVE RECON-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE FLOAT-NONE-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               IF DUAL-RESULT = 'SETTLED'
                   MOVE SUPERVISOR-ID TO SL-SUPERVISOR-ID
                   MOVE SETTLED-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           ELSE
               IF DATA-FLAG = 2
      *            a till whose counts disagree waits on the recount
                   MOVE TILL-ID TO HR-TILL-ID
                   MOVE HOLD-REASON TO HR-REASON
                   MOVE HELD-RECORD-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   ADD 1 TO AUDIT-RECS-HELD
               ELSE
                   IF DATA-FLAG = 3
      *                a till an earlier run posted is not posted again
                       MOVE TILL-ID TO PR-TILL-ID
                       MOVE RUN-PERIOD-END-DATE TO PR-BUSINESS-DATE
                       MOVE POSTED-RECORD-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                       ADD 1 TO AUDIT-RECS-POSTED-EARLIER
                   ELSE
      *                if any data was bad, write the bad record line
                       MOVE BAD-RECORD-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                       ADD 1 TO AUDIT-RECS-REJECTED
                   END-IF
               END-IF
           END-IF.
      *    Add blank line to output file for neatness of records
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       RECONCILE-DEPOSIT.
      *    Compare the dollar value of the coins counted, plus the
      *    cash dropped or picked up from the drawer during the day,
      *    against the register's expected sales for the till
           IF DATA-FLAG = 1
               COMPUTE PENNY-VALUE = PENNIES * .01
               COMPUTE NICKEL-VALUE = NICKELS * .05
                   + ONE-VALUE + FIVE-VALUE
                   + TEN-VALUE + TWENTY-VALUE
               COMPUTE DEPOSIT-VARIANCE =
                   ACTUAL-AMOUNT + TILL-DROP-AMOUNT - EXPECTED-AMOUNT
           END-IF.

       WRITE-CSV-RECORDS.
           DIVIDE DEP-TWENTIES BY 100 GIVING TW-BAND
               REMAINDER TW-REM.

      * A till already on the history file for the business date
      * was posted by an earlier run, such as the first pass of a
      * date rerun to settle its held tills; it is not posted to the
      * vault, the GL batch, the deposit slip or the manifest again
       CHECK-TILL-POSTED.
           IF DATA-FLAG = 1
               MOVE TILL-ID TO TH-TILL-ID
               MOVE RUN-PERIOD-END-DATE TO TH-DATE
               READ TILL-HISTORY
                   INVALID KEY MOVE '23' TO TILL-HISTORY-STATUS
               END-READ
               IF TILL-HISTORY-STATUS NOT = '23'
                   MOVE 3 TO DATA-FLAG
                   DISPLAY 'WARNING: TILL ' TILL-ID
                       ' ALREADY POSTED - NOT REPOSTED'
               END-IF
               MOVE '00' TO TILL-HISTORY-STATUS
           END-IF.

      * Record this till's counted result on the history file so
      * over/short can be trended run to run. A till is recorded
      * once per business date; a rerun never replaces the record,
      * since bank adjustments to the till's bags are added to it
       WRITE-TILL-HISTORY.
           IF DATA-FLAG = 1
               PERFORM FIND-TILL-CASHIER
               MOVE TILL-ID TO TH-TILL-ID
               MOVE RUN-PERIOD-END-DATE TO TH-DATE
               COMPUTE TH-ACTUAL = ACTUAL-AMOUNT + TILL-DROP-AMOUNT
               MOVE EXPECTED-AMOUNT TO TH-EXPECTED
               MOVE DEPOSIT-VARIANCE TO TH-VARIANCE
               MOVE CUR-CASHIER-ID TO TH-CASHIER-ID
               WRITE TILL-HISTORY-REC
                   INVALID KEY
                       DISPLAY 'ERROR RECORDING HISTORY '
                           'FOR TILL ' TILL-ID
               END-WRITE
           END-IF.

      * Bank deposit slip built from the grand totals: banded bills
      * and rolled coin go to the bank; the loose remainders stay
      * behind for the vault change order, and any retained floats
      * never left the drawers. Each safe drop from a counted till
      * follows as its own line, by bag seal
       WRITE-DEPOSIT-SLIP.
           OPEN OUTPUT DEPOSIT-SLIP.
           MOVE RUN-COMPANY-CODE TO DT-COMPANY.
           MOVE GT-Q-ROLL TO DEP-COUNT.
           COMPUTE DEP-VALUE = GT-Q-ROLL * 10.
           PERFORM WRITE-DEPOSIT-LINE.
           MOVE DEPOSIT-TOTAL TO COUNTED-DEPOSIT.
           PERFORM WRITE-DROP-DEPOSIT-LINE
               VARYING DRP-SUB FROM 1 BY 1
               UNTIL DRP-SUB > DROP-COUNT.
           MOVE SPACES TO DEPSLIP-LINE.
           WRITE DEPSLIP-LINE.
           MOVE DEPOSIT-TOTAL TO DS-TOTAL.
           MOVE DEPSLIP-DETAIL-LINE TO DEPSLIP-LINE.
           WRITE DEPSLIP-LINE.

       WRITE-DROP-DEPOSIT-LINE.
           IF DRP-POSTED (DRP-SUB) = 1 AND DRP-TYPE (DRP-SUB) = 'D'
               MOVE DRP-TILL-ID (DRP-SUB) TO DSD-TILL-ID
               MOVE DRP-SEAL-NO (DRP-SUB) TO DSD-SEAL-NO
               MOVE DRP-AMOUNT (DRP-SUB) TO DSD-VALUE
               ADD DRP-AMOUNT (DRP-SUB) TO DEPOSIT-TOTAL
               MOVE DEPSLIP-DROP-LINE TO DEPSLIP-LINE
               WRITE DEPSLIP-LINE
           END-IF.

      * Hold the good till's expected amount and variance for the
      * cash GL batch written at end of run, and the banded bills
      * and rolled coin it puts into the deposit bag
       HOLD-TILL-GL.
           IF DATA-FLAG = 1 AND TILL-GL-COUNT < 100
               ADD 1 TO TILL-GL-COUNT
               MOVE EXPECTED-AMOUNT TO TG-EXPECTED (TILL-GL-COUNT)
               MOVE DEPOSIT-VARIANCE
                   TO TG-VARIANCE (TILL-GL-COUNT)
               MOVE CUR-CASHIER-ID TO TG-CASHIER-ID (TILL-GL-COUNT)
               COMPUTE TG-DEPOSIT (TILL-GL-COUNT) =
                   P-ROLL * .50 + N-ROLL * 2
                   + D-ROLL * 5 + Q-ROLL * 10
                   + O-BAND * 100 + F-BAND * 500
                   + T-BAND * 1000 + TW-BAND * 2000
               ADD ACTUAL-AMOUNT TO ACTUAL-TOTAL
               ADD EXPECTED-AMOUNT TO EXPECTED-TOTAL
           END-IF.

      * Post the day's cash to the ledger in the payroll run's
      * H/D/T batch layout: debit cash-in-bank for the deposit,
      * debit store cash on hand for what stays on site, debit each
      * safe drop to the bank and each manager pickup to cash on
      * hand, post each till's over/short, and credit the sales-cash
      * clearing account for each till's expected take, so the
      * trailer proves the batch in balance
       WRITE-GL-CASH-BATCH.
           OPEN OUTPUT GL-CASH.
           MOVE RUN-COMPANY-CODE TO GLH-COMPANY.
           MOVE '**' TO GLD-DEPT-CODE.
           MOVE GLC-ACCT-BANK TO GLD-ACCOUNT.
           MOVE 'DR' TO GLD-DRCR.
           MOVE COUNTED-DEPOSIT TO GLD-AMOUNT.
           MOVE 'CASH TO BANK' TO GLD-DESC.
           PERFORM WRITE-GLC-DETAIL.
           COMPUTE ONHAND-AMOUNT = ACTUAL-TOTAL - COUNTED-DEPOSIT.
           MOVE GLC-ACCT-ONHAND TO GLD-ACCOUNT.
           MOVE 'DR' TO GLD-DRCR.
           MOVE ONHAND-AMOUNT TO GLD-AMOUNT.
           MOVE 'STORE CASH ON HAND' TO GLD-DESC.
           PERFORM WRITE-GLC-DETAIL.
           PERFORM WRITE-DROP-GL-ENTRY
               VARYING DRP-SUB FROM 1 BY 1
               UNTIL DRP-SUB > DROP-COUNT.
           PERFORM WRITE-TILL-GL-ENTRIES
               VARYING TG-SUB FROM 1 BY 1
               UNTIL TG-SUB > TILL-GL-COUNT.
               INTO GLD-DESC.
           PERFORM WRITE-GLC-DETAIL.

       WRITE-DROP-GL-ENTRY.
           IF DRP-POSTED (DRP-SUB) = 1
               MOVE 'DR' TO GLD-DRCR
               MOVE DRP-AMOUNT (DRP-SUB) TO GLD-AMOUNT
               MOVE SPACES TO GLD-DESC
               IF DRP-TYPE (DRP-SUB) = 'D'
                   MOVE GLC-ACCT-BANK TO GLD-ACCOUNT
                   STRING 'SAFE DROP TILL ' DELIMITED BY SIZE
                       DRP-TILL-ID (DRP-SUB) DELIMITED BY SIZE
                       INTO GLD-DESC
               ELSE
                   MOVE GLC-ACCT-ONHAND TO GLD-ACCOUNT
                   STRING 'PICKUP TILL ' DELIMITED BY SIZE
                       DRP-TILL-ID (DRP-SUB) DELIMITED BY SIZE
                       INTO GLD-DESC
               END-IF
               PERFORM WRITE-GLC-DETAIL
           END-IF.

       WRITE-GLC-DETAIL.
           IF GLD-DRCR = 'DR'
               ADD GLD-AMOUNT TO GLC-DEBIT-TOTAL
               MOVE TAT-CASHIER-ID (TA-SUB) TO CUR-CASHIER-ID
           END-IF.

      * The drop file is optional; a store that made no drops has
      * nothing to add to any till. Only the business date being
      * counted is loaded, and a record with a bad amount or type is
      * kept for the drop log but never posted
       LOAD-TILL-DROPS.
           OPEN INPUT TILL-DROP.
           IF TILL-DROP-STATUS = '35'
               MOVE 'N' TO DROP-FILE-FLAG
           ELSE
               MOVE 'Y' TO DROP-FILE-FLAG
               READ TILL-DROP
                   AT END MOVE 'N' TO DROP-FILE-FLAG
               END-READ
               PERFORM BUILD-TILL-DROP
                   UNTIL DROP-FILE-FLAG = 'N'
               CLOSE TILL-DROP
           END-IF.

       BUILD-TILL-DROP.
           IF TD-DATE = RUN-PERIOD-END-DATE AND DROP-COUNT < 200
               ADD 1 TO DROP-COUNT
               MOVE TD-TILL-ID TO DRP-TILL-ID (DROP-COUNT)
               MOVE TD-CASHIER-ID TO DRP-CASHIER-ID (DROP-COUNT)
               MOVE TD-TYPE TO DRP-TYPE (DROP-COUNT)
               MOVE TD-WITNESS-ID TO DRP-WITNESS-ID (DROP-COUNT)
               MOVE TD-SEAL-NO TO DRP-SEAL-NO (DROP-COUNT)
               MOVE 0 TO DRP-POSTED (DROP-COUNT)
               MOVE ZEROES TO DRP-BAG-SUB (DROP-COUNT)
               MOVE 1 TO DRP-VALID (DROP-COUNT)
               IF TD-TIME IS NUMERIC
                   MOVE TD-TIME TO DRP-TIME (DROP-COUNT)
               ELSE
                   MOVE ZEROES TO DRP-TIME (DROP-COUNT)
               END-IF
               IF TD-AMOUNT IS NUMERIC
                   MOVE TD-AMOUNT TO DRP-AMOUNT (DROP-COUNT)
               ELSE
                   MOVE ZEROES TO DRP-AMOUNT (DROP-COUNT)
                   MOVE 0 TO DRP-VALID (DROP-COUNT)
               END-IF
               IF TD-TYPE NOT = 'D' AND TD-TYPE NOT = 'P'
                   MOVE 0 TO DRP-VALID (DROP-COUNT)
               END-IF
           END-IF.
           READ TILL-DROP
               AT END MOVE 'N' TO DROP-FILE-FLAG
           END-READ.

      * The safe bag log is optional too, but without it no drop
      * can be matched to a sealed bag and every one is flagged
       LOAD-SAFE-BAGS.
           OPEN INPUT SAFE-BAG.
           IF SAFE-BAG-STATUS = '35'
               MOVE 'N' TO DROP-FILE-FLAG
           ELSE
               MOVE 'Y' TO DROP-FILE-FLAG
               READ SAFE-BAG
                   AT END MOVE 'N' TO DROP-FILE-FLAG
               END-READ
               PERFORM BUILD-SAFE-BAG
                   UNTIL DROP-FILE-FLAG = 'N'
               CLOSE SAFE-BAG
           END-IF.
           PERFORM MATCH-DROP-TO-BAG
               VARYING DRP-SUB FROM 1 BY 1
               UNTIL DRP-SUB > DROP-COUNT.

       BUILD-SAFE-BAG.
           IF SB-DATE = RUN-PERIOD-END-DATE AND BAG-COUNT < 100
               ADD 1 TO BAG-COUNT
               MOVE SB-SEAL-NO TO BG-SEAL-NO (BAG-COUNT)
               IF SB-AMOUNT IS NUMERIC
                   MOVE SB-AMOUNT TO BG-AMOUNT (BAG-COUNT)
               ELSE
                   MOVE ZEROES TO BG-AMOUNT (BAG-COUNT)
               END-IF
               MOVE ZEROES TO BG-DROP-TOTAL (BAG-COUNT)
           END-IF.
           READ SAFE-BAG
               AT END MOVE 'N' TO DROP-FILE-FLAG
           END-READ.

      * Find the bag a drop's seal number was logged on and add the
      * drop to what that bag should hold
       MATCH-DROP-TO-BAG.
           IF DRP-SEAL-NO (DRP-SUB) NOT = SPACES
               PERFORM TEST-DROP-BAG
                   VARYING BG-SUB FROM 1 BY 1
                   UNTIL BG-SUB > BAG-COUNT
           END-IF.
           IF DRP-BAG-SUB (DRP-SUB) > ZEROES
               MOVE DRP-BAG-SUB (DRP-SUB) TO BG-SUB
               ADD DRP-AMOUNT (DRP-SUB) TO BG-DROP-TOTAL (BG-SUB)
           END-IF.

       TEST-DROP-BAG.
           IF BG-SEAL-NO (BG-SUB) = DRP-SEAL-NO (DRP-SUB)
                   AND DRP-BAG-SUB (DRP-SUB) = ZEROES
               MOVE BG-SUB TO DRP-BAG-SUB (DRP-SUB)
           END-IF.

      * Total the drops and pickups pulled from the till being
      * counted and, when its count is good, mark them posted so
      * they go to the deposit slip and the GL batch; a till held
      * for a recount holds its drops back with it, and a till an
      * earlier run posted already took its drops with it
       TOTAL-TILL-DROPS.
           MOVE ZEROES TO TILL-DROP-COUNT.
           MOVE ZEROES TO TILL-DROP-AMOUNT.
           IF DATA-FLAG = 1
               PERFORM TAKE-TILL-DROP
                   VARYING DRP-SUB FROM 1 BY 1
                   UNTIL DRP-SUB > DROP-COUNT
           END-IF.
           IF DATA-FLAG = 2
               PERFORM HOLD-TILL-DROP
                   VARYING DRP-SUB FROM 1 BY 1
                   UNTIL DRP-SUB > DROP-COUNT
           END-IF.
           IF DATA-FLAG = 3
               PERFORM PASS-TILL-DROP
                   VARYING DRP-SUB FROM 1 BY 1
                   UNTIL DRP-SUB > DROP-COUNT
           END-IF.

       TAKE-TILL-DROP.
           IF DRP-TILL-ID (DRP-SUB) = TILL-ID
                   AND DRP-VALID (DRP-SUB) = 1
                   AND DRP-POSTED (DRP-SUB) = 0
               ADD 1 TO TILL-DROP-COUNT
               ADD DRP-AMOUNT (DRP-SUB) TO TILL-DROP-AMOUNT
               MOVE 1 TO DRP-POSTED (DRP-SUB)
           END-IF.

       HOLD-TILL-DROP.
           IF DRP-TILL-ID (DRP-SUB) = TILL-ID
                   AND DRP-POSTED (DRP-SUB) = 0
               MOVE 2 TO DRP-POSTED (DRP-SUB)
           END-IF.

       PASS-TILL-DROP.
           IF DRP-TILL-ID (DRP-SUB) = TILL-ID
                   AND DRP-POSTED (DRP-SUB) = 0
               MOVE 3 TO DRP-POSTED (DRP-SUB)
           END-IF.

      * The drop log lists every drop and pickup for the business
      * date; anything not sealed into a logged safe bag, sealed
      * into a bag whose drops do not add up to what it holds,
      * unwitnessed, held with its till for a recount, posted by an
      * earlier run, or not posted is flagged for the head cashier
       WRITE-DROP-LOG.
           OPEN OUTPUT DROP-LOG.
           MOVE RUN-PERIOD-END-DATE TO DLT-BUSINESS-DATE.
           MOVE DROP-TITLE-LINE TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.
           MOVE SPACES TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.
           MOVE DROP-COLUMN-HDR TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.
           PERFORM WRITE-DROP-LOG-LINE
               VARYING DRP-SUB FROM 1 BY 1
               UNTIL DRP-SUB > DROP-COUNT.
           MOVE SPACES TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.
           MOVE DROP-COUNT TO DLS-DROP-COUNT.
           MOVE DROP-EXCEPTION-COUNT TO DLS-EXCEPTIONS.
           MOVE DROP-SUMMARY-LINE TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.
           CLOSE DROP-LOG.

       WRITE-DROP-LOG-LINE.
           MOVE DRP-TILL-ID (DRP-SUB) TO DD-TILL-ID.
           MOVE DRP-CASHIER-ID (DRP-SUB) TO DD-CASHIER-ID.
           MOVE DRP-TIME (DRP-SUB) TO DD-TIME.
           MOVE DRP-TYPE (DRP-SUB) TO DD-TYPE.
           MOVE DRP-AMOUNT (DRP-SUB) TO DD-AMOUNT.
           MOVE DRP-WITNESS-ID (DRP-SUB) TO DD-WITNESS-ID.
           MOVE DRP-SEAL-NO (DRP-SUB) TO DD-SEAL-NO.
           MOVE DRP-BAG-SUB (DRP-SUB) TO BG-SUB.
           EVALUATE TRUE
               WHEN DRP-VALID (DRP-SUB) = 0
                   MOVE '** INVALID - NOT POSTED' TO DD-STATUS
               WHEN DRP-POSTED (DRP-SUB) = 2
                   MOVE '** TILL HELD FOR RECOUNT' TO DD-STATUS
               WHEN DRP-POSTED (DRP-SUB) = 3
                   MOVE '** POSTED ON AN EARLIER RUN' TO DD-STATUS
               WHEN DRP-POSTED (DRP-SUB) = 0
                   MOVE '** TILL NOT COUNTED - NOT POSTED'
                       TO DD-STATUS
               WHEN DRP-SEAL-NO (DRP-SUB) = SPACES
                   MOVE '** NOT IN A SEALED SAFE BAG' TO DD-STATUS
               WHEN BG-SUB = ZEROES
                   MOVE '** SEAL NOT ON SAFE BAG LOG' TO DD-STATUS
               WHEN BG-DROP-TOTAL (BG-SUB) NOT = BG-AMOUNT (BG-SUB)
                   MOVE '** BAG AMOUNT DISAGREES' TO DD-STATUS
               WHEN DRP-WITNESS-ID (DRP-SUB) = SPACES
                   MOVE '** NO WITNESS' TO DD-STATUS
               WHEN OTHER
                   MOVE 'MATCHED' TO DD-STATUS
           END-EVALUATE.
           IF DD-STATUS NOT = 'MATCHED'
               ADD 1 TO DROP-EXCEPTION-COUNT
           END-IF.
           MOVE DROP-DETAIL-LINE TO DROP-LOG-LINE.
           WRITE DROP-LOG-LINE.

      * Both count files are optional, but a till needs a blind
      * second count that agrees with the first, or a supervisor
      * recount, before anything for it is posted. Only the
      * business date being counted is loaded
       LOAD-BLIND-COUNTS.
           OPEN INPUT BLIND-COUNT.
           IF BLIND-COUNT-STATUS = '35'
               MOVE 'N' TO DROP-FILE-FLAG
           ELSE
               MOVE 'Y' TO DROP-FILE-FLAG
               READ BLIND-COUNT
                   AT END MOVE 'N' TO DROP-FILE-FLAG
               END-READ
               PERFORM BUILD-BLIND-COUNT
                   UNTIL DROP-FILE-FLAG = 'N'
               CLOSE BLIND-COUNT
           END-IF.

       BUILD-BLIND-COUNT.
           IF BC-DATE = RUN-PERIOD-END-DATE AND BLIND-ENTRIES < 100
               ADD 1 TO BLIND-ENTRIES
               MOVE BC-TILL-ID TO BLT-TILL-ID (BLIND-ENTRIES)
               MOVE BC-COUNTER-ID TO BLT-COUNTER-ID (BLIND-ENTRIES)
               PERFORM BUILD-BLIND-DENOM
                   VARYING DENOM-SUB FROM 1 BY 1
                   UNTIL DENOM-SUB > 8
           END-IF.
           READ BLIND-COUNT
               AT END MOVE 'N' TO DROP-FILE-FLAG
           END-READ.

      * A piece count keyed badly can never agree with the first
      * count, so it is loaded as all nines and the till is held
       BUILD-BLIND-DENOM.
           IF BC-COUNT (DENOM-SUB) IS NUMERIC
               MOVE BC-COUNT (DENOM-SUB)
                   TO BLT-COUNT (BLIND-ENTRIES, DENOM-SUB)
           ELSE
               MOVE 999 TO BLT-COUNT (BLIND-ENTRIES, DENOM-SUB)
           END-IF.

       LOAD-SUPV-COUNTS.
           OPEN INPUT SUPV-COUNT.
           IF SUPV-COUNT-STATUS = '35'
               MOVE 'N' TO DROP-FILE-FLAG
           ELSE
               MOVE 'Y' TO DROP-FILE-FLAG
               READ SUPV-COUNT
                   AT END MOVE 'N' TO DROP-FILE-FLAG
               END-READ
               PERFORM BUILD-SUPV-COUNT
                   UNTIL DROP-FILE-FLAG = 'N'
               CLOSE SUPV-COUNT
           END-IF.

       BUILD-SUPV-COUNT.
           IF SC-DATE = RUN-PERIOD-END-DATE AND SUPV-ENTRIES < 100
                   AND SC-COUNTS IS NUMERIC
               ADD 1 TO SUPV-ENTRIES
               MOVE SC-TILL-ID TO SVT-TILL-ID (SUPV-ENTRIES)
               MOVE SC-SUPERVISOR-ID
                   TO SVT-SUPERVISOR-ID (SUPV-ENTRIES)
               PERFORM BUILD-SUPV-DENOM
                   VARYING DENOM-SUB FROM 1 BY 1
                   UNTIL DENOM-SUB > 8
           END-IF.
           READ SUPV-COUNT
               AT END MOVE 'N' TO DROP-FILE-FLAG
           END-READ.

       BUILD-SUPV-DENOM.
           MOVE SC-COUNT (DENOM-SUB)
               TO SVT-COUNT (SUPV-ENTRIES, DENOM-SUB).

      * Compare the till's first count against its blind second
      * count denomination by denomination. Counts that agree post;
      * counts that disagree, a missing second count, or a second
      * count keyed by the first counter hold the till unless a
      * supervisor who made neither count has recounted it, in
      * which case the supervisor's pieces are the ones posted
       CHECK-DUAL-COUNT.
           MOVE SPACES TO DUAL-RESULT.
           IF DATA-FLAG = 1
               PERFORM FIND-SECOND-COUNTS
               PERFORM COMPARE-COUNTS
               IF DUAL-RESULT NOT = 'AGREED'
                   PERFORM SETTLE-OR-HOLD-TILL
               END-IF
               PERFORM HOLD-DUAL-LOG
           END-IF.

       FIND-SECOND-COUNTS.
           MOVE ZEROES TO BLIND-FOUND.
           MOVE ZEROES TO SUPV-FOUND.
           MOVE SPACES TO SECOND-COUNTER-ID.
           MOVE SPACES TO SUPERVISOR-ID.
           PERFORM MATCH-BLIND-COUNT
               VARYING BLT-SUB FROM 1 BY 1
               UNTIL BLT-SUB > BLIND-ENTRIES.
           PERFORM MATCH-SUPV-COUNT
               VARYING SVT-SUB FROM 1 BY 1
               UNTIL SVT-SUB > SUPV-ENTRIES.
           MOVE PENNIES  TO FIRST-COUNT (1).
           MOVE NICKELS  TO FIRST-COUNT (2).
           MOVE DIMES    TO FIRST-COUNT (3).
           MOVE QUARTERS TO FIRST-COUNT (4).
           MOVE ONES     TO FIRST-COUNT (5).
           MOVE FIVES    TO FIRST-COUNT (6).
           MOVE TENS     TO FIRST-COUNT (7).
           MOVE TWENTIES TO FIRST-COUNT (8).

       MATCH-BLIND-COUNT.
           IF BLT-TILL-ID (BLT-SUB) = TILL-ID
                   AND BLIND-FOUND = ZEROES
               MOVE BLT-SUB TO BLIND-FOUND
           END-IF.

       MATCH-SUPV-COUNT.
           IF SVT-TILL-ID (SVT-SUB) = TILL-ID
                   AND SUPV-FOUND = ZEROES
               MOVE SVT-SUB TO SUPV-FOUND
           END-IF.

       COMPARE-COUNTS.
           MOVE 'AGREED' TO DUAL-RESULT.
           MOVE SPACES TO HOLD-REASON.
           MOVE ZEROES TO DENOM-DIFF-COUNT.
           IF BLIND-FOUND = ZEROES
               MOVE 'HELD' TO DUAL-RESULT
               MOVE 'NO SECOND COUNT ON FILE' TO HOLD-REASON
           ELSE
               MOVE BLT-COUNTER-ID (BLIND-FOUND) TO SECOND-COUNTER-ID
               PERFORM COMPARE-DENOMINATION
                   VARYING DENOM-SUB FROM 1 BY 1
                   UNTIL DENOM-SUB > 8
               IF DENOM-DIFF-COUNT > ZEROES
                   MOVE 'HELD' TO DUAL-RESULT
                   MOVE 'COUNTS DISAGREE' TO HOLD-REASON
               END-IF
               IF SECOND-COUNTER-ID = COUNTED-BY
                   MOVE 'HELD' TO DUAL-RESULT
                   MOVE 'SECOND COUNT BY SAME COUNTER' TO HOLD-REASON
               END-IF
           END-IF.

       COMPARE-DENOMINATION.
           IF FIRST-COUNT (DENOM-SUB)
                   NOT = BLT-COUNT (BLIND-FOUND, DENOM-SUB)
               ADD 1 TO DENOM-DIFF-COUNT
           END-IF.

       SETTLE-OR-HOLD-TILL.
           IF SUPV-FOUND > ZEROES
               IF SVT-SUPERVISOR-ID (SUPV-FOUND) = COUNTED-BY
                       OR SVT-SUPERVISOR-ID (SUPV-FOUND)
                           = SECOND-COUNTER-ID
                   MOVE 'SUPERVISOR ALSO A COUNTER' TO HOLD-REASON
               ELSE
                   MOVE 'SETTLED' TO DUAL-RESULT
                   MOVE SVT-SUPERVISOR-ID (SUPV-FOUND)
                       TO SUPERVISOR-ID
                   ADD 1 TO TILLS-SETTLED
                   PERFORM TAKE-SUPERVISOR-COUNT
               END-IF
           END-IF.
           IF DUAL-RESULT = 'HELD'
               MOVE 2 TO DATA-FLAG
               ADD 1 TO TILLS-HELD
               PERFORM WRITE-RECOUNT-ENTRY
           END-IF.

      * The supervisor's pieces replace the first count and the
      * rolls and bands are figured again from them
       TAKE-SUPERVISOR-COUNT.
           MOVE SVT-COUNT (SUPV-FOUND, 1) TO PENNIES.
           MOVE SVT-COUNT (SUPV-FOUND, 2) TO NICKELS.
           MOVE SVT-COUNT (SUPV-FOUND, 3) TO DIMES.
           MOVE SVT-COUNT (SUPV-FOUND, 4) TO QUARTERS.
           MOVE SVT-COUNT (SUPV-FOUND, 5) TO ONES.
           MOVE SVT-COUNT (SUPV-FOUND, 6) TO FIVES.
           MOVE SVT-COUNT (SUPV-FOUND, 7) TO TENS.
           MOVE SVT-COUNT (SUPV-FOUND, 8) TO TWENTIES.
           PERFORM PROCESS-PENNIES.
           PERFORM PROCESS-NICKELS.
           PERFORM PROCESS-DIMES.
           PERFORM PROCESS-QUARTERS.
           PERFORM PROCESS-ONES.
           PERFORM PROCESS-FIVES.
           PERFORM PROCESS-TENS.
           PERFORM PROCESS-TWENTIES.

      * One held till on the recount queue: both counters, why it
      * was held, and each denomination the two counts differ on
       WRITE-RECOUNT-ENTRY.
           MOVE TILL-ID TO RQ-TILL-ID.
           MOVE COUNTED-BY TO RQ-FIRST-ID.
           MOVE SECOND-COUNTER-ID TO RQ-SECOND-ID.
           MOVE HOLD-REASON TO RQ-REASON.
           MOVE RECOUNT-TILL-LINE TO RECOUNT-LINE.
           WRITE RECOUNT-LINE.
           IF BLIND-FOUND > ZEROES
               PERFORM WRITE-RECOUNT-DENOM
                   VARYING DENOM-SUB FROM 1 BY 1
                   UNTIL DENOM-SUB > 8
           END-IF.
           MOVE SPACES TO RECOUNT-LINE.
           WRITE RECOUNT-LINE.

       WRITE-RECOUNT-DENOM.
           IF FIRST-COUNT (DENOM-SUB)
                   NOT = BLT-COUNT (BLIND-FOUND, DENOM-SUB)
               MOVE DENOM-CODE (DENOM-SUB) TO RQD-DENOM
               MOVE FIRST-COUNT (DENOM-SUB) TO RQD-FIRST
               MOVE BLT-COUNT (BLIND-FOUND, DENOM-SUB) TO RQD-SECOND
               MOVE RECOUNT-DENOM-LINE TO RECOUNT-LINE
               WRITE RECOUNT-LINE
           END-IF.

       WRITE-RECOUNT-SUMMARY.
           IF TILLS-HELD = ZEROES
               MOVE 'NO TILLS AWAITING A RECOUNT' TO RECOUNT-LINE
               WRITE RECOUNT-LINE
               MOVE SPACES TO RECOUNT-LINE
               WRITE RECOUNT-LINE
           END-IF.
           MOVE TILLS-HELD TO RQS-HELD.
           MOVE TILLS-SETTLED TO RQS-SETTLED.
           MOVE RECOUNT-SUMMARY-LINE TO RECOUNT-LINE.
           WRITE RECOUNT-LINE.

       HOLD-DUAL-LOG.
           IF DUAL-LOG-COUNT < 100
               ADD 1 TO DUAL-LOG-COUNT
               MOVE TILL-ID TO DLG-TILL-ID (DUAL-LOG-COUNT)
               MOVE COUNTED-BY TO DLG-FIRST-ID (DUAL-LOG-COUNT)
               MOVE SECOND-COUNTER-ID
                   TO DLG-SECOND-ID (DUAL-LOG-COUNT)
               MOVE SUPERVISOR-ID TO DLG-SUPV-ID (DUAL-LOG-COUNT)
               MOVE DUAL-RESULT TO DLG-RESULT (DUAL-LOG-COUNT)
           END-IF.

      * The armored carrier manifest lists every sealed bag leaving
      * for the bank with its declared amount, and each bag is filed
      * on the bag master with the tills and cashiers whose cash is
      * in it, so the bank's credit for it can be verified and any
      * adjustment traced back to a drawer. The deposit bag holds
      * the counted deposit and any drop with no seal of its own;
      * each safe drop seal travels as its own bag
       WRITE-CARRIER-MANIFEST.
           PERFORM BUILD-MANIFEST.
           OPEN OUTPUT CARRIER-MANIFEST.
           MOVE RUN-COMPANY-CODE TO MT-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO MT-DEPOSIT-DATE.
           MOVE MANIFEST-TITLE-LINE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE MANIFEST-COLUMN-HDR TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           OPEN I-O BAG-MASTER.
           IF BAG-MASTER-STATUS = '35'
               OPEN OUTPUT BAG-MASTER
               CLOSE BAG-MASTER
               OPEN I-O BAG-MASTER
           END-IF.
           PERFORM SET-DEPOSIT-SEAL.
           PERFORM WRITE-MANIFEST-BAG
               VARYING MF-SUB FROM 1 BY 1
               UNTIL MF-SUB > MANIFEST-COUNT.
           CLOSE BAG-MASTER.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE MANIFEST-BAGS TO MTL-BAGS.
           MOVE MANIFEST-TOTAL TO MTL-DECLARED.
           MOVE MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE MANIFEST-SIGN-LINE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           CLOSE CARRIER-MANIFEST.

       BUILD-MANIFEST.
           MOVE 1 TO MANIFEST-COUNT.
           MOVE RUN-DEPOSIT-SEAL TO MF-SEAL-NO (1).
           MOVE 'D' TO MF-BAG-TYPE (1).
           MOVE ZEROES TO MF-DECLARED (1).
           PERFORM MANIFEST-TILL-DEPOSIT
               VARYING TG-SUB FROM 1 BY 1
               UNTIL TG-SUB > TILL-GL-COUNT.
           PERFORM MANIFEST-SAFE-DROP
               VARYING DRP-SUB FROM 1 BY 1
               UNTIL DRP-SUB > DROP-COUNT.

       MANIFEST-TILL-DEPOSIT.
           IF TG-DEPOSIT (TG-SUB) > ZEROES
               MOVE 1 TO ADD-BAG-SUB
               MOVE TG-TILL-ID (TG-SUB) TO ADD-TILL-ID
               MOVE TG-CASHIER-ID (TG-SUB) TO ADD-CASHIER-ID
               MOVE TG-DEPOSIT (TG-SUB) TO ADD-AMOUNT
               PERFORM ADD-BAG-CONTRIB
           END-IF.

      * Only the safe drops that made the deposit slip go out
       MANIFEST-SAFE-DROP.
           IF DRP-POSTED (DRP-SUB) = 1 AND DRP-TYPE (DRP-SUB) = 'D'
               IF DRP-SEAL-NO (DRP-SUB) = SPACES
                   MOVE 1 TO ADD-BAG-SUB
               ELSE
                   PERFORM FIND-MANIFEST-BAG
                   MOVE MF-FOUND TO ADD-BAG-SUB
               END-IF
               IF ADD-BAG-SUB > ZEROES
                   MOVE DRP-TILL-ID (DRP-SUB) TO ADD-TILL-ID
                   MOVE DRP-CASHIER-ID (DRP-SUB) TO ADD-CASHIER-ID
                   MOVE DRP-AMOUNT (DRP-SUB) TO ADD-AMOUNT
                   PERFORM ADD-BAG-CONTRIB
               END-IF
           END-IF.

       FIND-MANIFEST-BAG.
           MOVE ZEROES TO MF-FOUND.
           PERFORM TEST-MANIFEST-BAG
               VARYING MF-SUB FROM 1 BY 1
               UNTIL MF-SUB > MANIFEST-COUNT.
           IF MF-FOUND = ZEROES AND MANIFEST-COUNT < 100
               ADD 1 TO MANIFEST-COUNT
               MOVE MANIFEST-COUNT TO MF-FOUND
               MOVE DRP-SEAL-NO (DRP-SUB) TO MF-SEAL-NO (MF-FOUND)
               MOVE 'S' TO MF-BAG-TYPE (MF-FOUND)
               MOVE ZEROES TO MF-DECLARED (MF-FOUND)
           END-IF.

       TEST-MANIFEST-BAG.
           IF MF-SEAL-NO (MF-SUB) = DRP-SEAL-NO (DRP-SUB)
                   AND MF-FOUND = ZEROES
               MOVE MF-SUB TO MF-FOUND
           END-IF.

      * Add one till's cash to a bag; a till with more than one
      * drop in the same bag is carried as one line
       ADD-BAG-CONTRIB.
           ADD ADD-AMOUNT TO MF-DECLARED (ADD-BAG-SUB).
           MOVE ZEROES TO CT-FOUND.
           PERFORM TEST-BAG-CONTRIB
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CONTRIB-COUNT.
           IF CT-FOUND = ZEROES AND CONTRIB-COUNT < 300
               ADD 1 TO CONTRIB-COUNT
               MOVE CONTRIB-COUNT TO CT-FOUND
               MOVE ADD-BAG-SUB TO CT-BAG-SUB (CT-FOUND)
               MOVE ADD-TILL-ID TO CT-TILL-ID (CT-FOUND)
               MOVE ADD-CASHIER-ID TO CT-CASHIER-ID (CT-FOUND)
               MOVE ZEROES TO CT-AMOUNT (CT-FOUND)
           END-IF.
           IF CT-FOUND > ZEROES
               ADD ADD-AMOUNT TO CT-AMOUNT (CT-FOUND)
           END-IF.

       TEST-BAG-CONTRIB.
           IF CT-BAG-SUB (CT-SUB) = ADD-BAG-SUB
                   AND CT-TILL-ID (CT-SUB) = ADD-TILL-ID
               MOVE CT-SUB TO CT-FOUND
           END-IF.

      * A rerun of the business date posts only the tills the first
      * pass held, and their cash is a new deposit bag: when the
      * run's seal is already on file the bag takes the next free
      * seal, so cash already declared on a filed bag is never
      * declared again
       SET-DEPOSIT-SEAL.
           IF MF-DECLARED (1) > ZEROES
               MOVE MF-SEAL-NO (1) TO BM-SEAL-NO
               READ BAG-MASTER
                   INVALID KEY MOVE '23' TO BAG-MASTER-STATUS
               END-READ
               IF BAG-MASTER-STATUS NOT = '23'
                   MOVE MF-SEAL-NO (1) TO DEPOSIT-SEAL
                   MOVE 0 TO SEAL-FREE-FLAG
                   PERFORM TRY-DEPOSIT-SEAL
                       VARYING SEAL-SUB FROM 1 BY 1
                       UNTIL SEAL-SUB > 25 OR SEAL-FREE-FLAG = 1
                   IF SEAL-FREE-FLAG = 1
                       DISPLAY 'WARNING: DEPOSIT SEAL ' MF-SEAL-NO (1)
                           ' ALREADY FILED - BAG SEALED AS '
                           DEPOSIT-SEAL
                       MOVE DEPOSIT-SEAL TO MF-SEAL-NO (1)
                   ELSE
                       DISPLAY 'ERROR: NO FREE SEAL FOR DEPOSIT BAG '
                           MF-SEAL-NO (1)
                   END-IF
               END-IF
               MOVE '00' TO BAG-MASTER-STATUS
           END-IF.

       TRY-DEPOSIT-SEAL.
           MOVE SEAL-LETTER (SEAL-SUB) TO DEPOSIT-SEAL-LETTER.
           MOVE DEPOSIT-SEAL TO BM-SEAL-NO.
           READ BAG-MASTER
               INVALID KEY MOVE '23' TO BAG-MASTER-STATUS
           END-READ.
           IF BAG-MASTER-STATUS = '23'
               MOVE 1 TO SEAL-FREE-FLAG
           END-IF.

      * A bag with nothing in it does not go out. A bag whose seal
      * is already on file went out with an earlier pickup, so it is
      * not counted in this one; the cash of a till the earlier run
      * held is added to it, unless the bank has already credited or
      * adjusted the bag
       WRITE-MANIFEST-BAG.
           IF MF-DECLARED (MF-SUB) > ZEROES
               MOVE ZEROES TO BAG-TILL-COUNT
               PERFORM COUNT-BAG-TILL
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CONTRIB-COUNT
               PERFORM FILE-BAG-MASTER
               MOVE MF-SEAL-NO (MF-SUB) TO MB-SEAL-NO
               IF MF-BAG-TYPE (MF-SUB) = 'D'
                   MOVE 'DEPOSIT BAG' TO MB-BAG-TYPE
               ELSE
                   MOVE 'SAFE DROP BAG' TO MB-BAG-TYPE
               END-IF
               MOVE MF-DECLARED (MF-SUB) TO MB-DECLARED
               MOVE BAG-TILL-COUNT TO MB-TILLS
               IF BAG-CREDITED-FLAG = 1
                   MOVE '** ALREADY CREDITED - NOT FILED'
                       TO MB-FLAG
               ELSE
                   IF BAG-ON-FILE-FLAG = 1
                       MOVE '** SENT EARLIER - ADDED TO BAG'
                           TO MB-FLAG
                   ELSE
                       MOVE SPACES TO MB-FLAG
                   END-IF
               END-IF
               MOVE MANIFEST-BAG-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               IF BAG-ON-FILE-FLAG = 0
                   ADD 1 TO MANIFEST-BAGS
                   ADD MF-DECLARED (MF-SUB) TO MANIFEST-TOTAL
               END-IF
           END-IF.

       COUNT-BAG-TILL.
           IF CT-BAG-SUB (CT-SUB) = MF-SUB
               ADD 1 TO BAG-TILL-COUNT
           END-IF.

      * A new bag is filed as declared; a bag already on file keeps
      * what it declared and this run's cash is added to it
       FILE-BAG-MASTER.
           MOVE 0 TO BAG-ON-FILE-FLAG.
           MOVE 0 TO BAG-CREDITED-FLAG.
           MOVE MF-SEAL-NO (MF-SUB) TO BM-SEAL-NO.
           READ BAG-MASTER
               INVALID KEY MOVE '23' TO BAG-MASTER-STATUS
           END-READ.
           IF BAG-MASTER-STATUS = '23'
               PERFORM FILE-NEW-BAG
           ELSE
               MOVE 1 TO BAG-ON-FILE-FLAG
               IF BM-STATUS NOT = 'O' OR BM-ADJ-COUNT > ZEROES
                   MOVE 1 TO BAG-CREDITED-FLAG
                   DISPLAY 'WARNING: BAG ' BM-SEAL-NO
                       ' ALREADY CREDITED - NOT REFILED'
               ELSE
                   PERFORM ADD-TO-FILED-BAG
               END-IF
           END-IF.
           MOVE '00' TO BAG-MASTER-STATUS.

       FILE-NEW-BAG.
           MOVE MF-SEAL-NO (MF-SUB) TO BM-SEAL-NO.
           MOVE RUN-COMPANY-CODE TO BM-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO BM-DEPOSIT-DATE.
           MOVE MF-BAG-TYPE (MF-SUB) TO BM-BAG-TYPE.
           MOVE MF-DECLARED (MF-SUB) TO BM-DECLARED.
           MOVE 'O' TO BM-STATUS.
           MOVE ZEROES TO BM-CREDIT-DATE.
           MOVE ZEROES TO BM-CREDITED.
           MOVE ZEROES TO BM-ADJ-COUNT.
           MOVE SPACES TO BM-ADJUSTMENTS.
           MOVE ZEROES TO BM-CONTRIB-COUNT.
           MOVE SPACES TO BM-CONTRIBUTIONS.
           PERFORM FILE-BAG-CONTRIB
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CONTRIB-COUNT.
           WRITE BAG-MASTER-REC
               INVALID KEY
                   DISPLAY 'ERROR FILING BAG ' BM-SEAL-NO
           END-WRITE.

       ADD-TO-FILED-BAG.
           ADD MF-DECLARED (MF-SUB) TO BM-DECLARED.
           PERFORM FILE-BAG-CONTRIB
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CONTRIB-COUNT.
           REWRITE BAG-MASTER-REC
               INVALID KEY
                   DISPLAY 'ERROR REFILING BAG ' BM-SEAL-NO
           END-REWRITE.

       FILE-BAG-CONTRIB.
           IF CT-BAG-SUB (CT-SUB) = MF-SUB AND BM-CONTRIB-COUNT < 100
               ADD 1 TO BM-CONTRIB-COUNT
               MOVE CT-TILL-ID (CT-SUB)
                   TO BM-TILL-ID (BM-CONTRIB-COUNT)
               MOVE CT-CASHIER-ID (CT-SUB)
                   TO BM-CASHIER-ID (BM-CONTRIB-COUNT)
               MOVE CT-AMOUNT (CT-SUB)
                   TO BM-AMOUNT (BM-CONTRIB-COUNT)
           END-IF.

      * The par level file is optional; a denomination with no par
      * record simply never flags for replenishment
       LOAD-VAULT-PAR.
           MOVE AUDIT-RUN-TIME TO AE-RUN-TIME.
           MOVE AUDIT-RECS-READ TO AE-RECS-READ.
           COMPUTE AE-RECS-PROCESSED =
               AUDIT-RECS-READ - AUDIT-RECS-REJECTED - AUDIT-RECS-HELD
               - AUDIT-RECS-POSTED-EARLIER.
           MOVE AUDIT-RECS-REJECTED TO AE-RECS-REJECTED.
           MOVE RUN-COMPANY-CODE TO AE-COMPANY-CODE.
           MOVE RUN-PERIOD-END-DATE TO AE-PERIOD-END.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           PERFORM WRITE-DUAL-COUNT-ENTRY
               VARYING DLG-SUB FROM 1 BY 1
               UNTIL DLG-SUB > DUAL-LOG-COUNT.
           CLOSE AUDIT-LOG.

       WRITE-DUAL-COUNT-ENTRY.
           MOVE AUDIT-RUN-DATE TO DE-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO DE-RUN-TIME.
           MOVE DLG-TILL-ID (DLG-SUB) TO DE-TILL-ID.
           MOVE DLG-FIRST-ID (DLG-SUB) TO DE-FIRST-ID.
           MOVE DLG-SECOND-ID (DLG-SUB) TO DE-SECOND-ID.
           MOVE DLG-SUPV-ID (DLG-SUB) TO DE-SUPV-ID.
           MOVE DLG-RESULT (DLG-SUB) TO DE-RESULT.
           MOVE DUAL-COUNT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.

       end program Program1.
