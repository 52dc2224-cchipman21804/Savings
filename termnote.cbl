      *****************************************************************
      * TERMNOTE                                                      *
      *                                                               *
      * Nightly change-in-terms notice run.  Every rate-segment       *
      * change RATEMNT logged to RATECHG and every balance-tier       *
      * change TIERMNT logged to TIERCHG on the day being noticed     *
      * is traced to the accounts it touches:                         *
      *                                                               *
      *   - a rate segment or an account's own tier touches that      *
      *     one account;                                              *
      *   - a product-wide tier touches every open account on         *
      *     ACCTMST carrying that product type - except an account    *
      *     with tiers of its own, which the product's tiers never    *
      *     reach.                                                    *
      *                                                               *
      * Each open account touched gets one notice on CITNOTE,         *
      * addressed by customer number and name from the master,        *
      * listing every change made to it that day - the old and new    *
      * rate of each segment or tier and the month it takes effect -  *
      * and the new annual percentage yield, worked out the way the   *
      * SAVINGS counter statement works it: the rate compounded over  *
      * one year at the product's frequency, blended through the      *
      * balance tiers on the current balance when tiers apply.        *
      *                                                               *
      * No notice goes to an account that is not open (the counter    *
      * statement rule), nor for a change that changed nothing.       *
      * Every notice produced and every change skipped, with why, is  *
      * on the CITRPT control listing, so compliance can prove each   *
      * customer was told.                                            *
      *                                                               *
      * The day noticed is today, or the as-of date on the optional   *
      * CITPARM record.                                               *
      *                                                               *
      * Return code: 0 = clean run, 4 = changes could not all be      *
      * traced (see CITRPT), 8 = could not run.                       *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   termnote.

       environment division.
       input-output section.
       file-control.
           SELECT RATE-CHANGE-LOG ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCL-STATUS.
           SELECT TIER-CHANGE-LOG ASSIGN TO "TIERCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT SAVINGS-RATE-TIERS ASSIGN TO "SAVTIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-RECORD-KEY
               FILE STATUS IS TR-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
           SELECT NOTICE-PARM-FILE ASSIGN TO "CITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPM-STATUS.
           SELECT CHANGE-SORTED-FILE ASSIGN TO "CITSRTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSW-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           SELECT TERMS-NOTICE-FILE ASSIGN TO "CITNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTC-STATUS.
           SELECT NOTICE-CONTROL-REPORT ASSIGN TO "CITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRP-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.

       data division.
       file section.

      *****************************************************************
      * RATE-CHANGE-LOG - the before/after trail RATEMNT writes.  The *
      * layout must stay in step with the one there.                  *
      *****************************************************************
       FD  RATE-CHANGE-LOG.
       01  RCL-RECORD.
           05  RCL-LOG-DATE            PIC 9(8).
           05  RCL-LOG-TIME            PIC 9(8).
           05  RCL-USER-ID             PIC X(08).
           05  RCL-ACTION              PIC X(01).
           05  RCL-ACCOUNT-NUMBER      PIC 9(9).
           05  RCL-START-MONTH         PIC 9(5).
           05  RCL-OLD-END-MONTH       PIC 9(5).
           05  RCL-OLD-ANNUAL-RATE     PIC 99V9(4).
           05  RCL-NEW-END-MONTH       PIC 9(5).
           05  RCL-NEW-ANNUAL-RATE     PIC 99V9(4).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * TIER-CHANGE-LOG - the before/after trail TIERMNT writes.  The *
      * layout must stay in step with the one there.                  *
      *****************************************************************
       FD  TIER-CHANGE-LOG.
       01  TCL-RECORD.
           05  TCL-LOG-DATE            PIC 9(8).
           05  TCL-LOG-TIME            PIC 9(8).
           05  TCL-USER-ID             PIC X(08).
           05  TCL-ACTION              PIC X(01).
           05  TCL-OWNER-TYPE          PIC X(01).
           05  TCL-OWNER-NUMBER        PIC 9(9).
           05  TCL-FLOOR-AMOUNT        PIC 9(9)V99.
           05  TCL-OLD-ANNUAL-RATE     PIC 99V9(4).
           05  TCL-NEW-ANNUAL-RATE     PIC 99V9(4).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * ACCOUNT-MASTER - read only: the customer the notice goes to   *
      * and the accounts a product-wide change reaches.  The layout   *
      * must stay in step with the one in ACCTMNT.                    *
      *****************************************************************
       FD  ACCOUNT-MASTER.
       01  AM-RECORD.
           05  AM-REC-ACCOUNT-NUMBER   PIC 9(9).
           05  AM-REC-PRESENT-VALUE    PIC 9(9)V99.
           05  AM-REC-ANNUAL-INTEREST  PIC 99V9(4).
           05  AM-REC-STATUS-CODE      PIC X(01).
               88  AM-REC-STATUS-OPEN      VALUE "O".
               88  AM-REC-STATUS-CLOSED    VALUE "C".
               88  AM-REC-STATUS-FROZEN    VALUE "F".
           05  AM-REC-PRODUCT-TYPE     PIC 9(2).
           05  AM-REC-CUSTOMER-NUMBER  PIC 9(9).
           05  AM-REC-CUSTOMER-NAME    PIC X(15).
           05  AM-REC-OPEN-DATE        PIC 9(8).
           05  AM-REC-TERM-MONTHS      PIC 9(3).
           05  AM-REC-MATURITY-DATE    PIC 9(8).
           05  AM-REC-RENEWAL-CODE     PIC X(01).
               88  AM-REC-RENEW-AUTO       VALUE "R".
               88  AM-REC-RENEW-PAY-OUT    VALUE "P".
               88  AM-REC-RENEW-HOLD       VALUE "H".
           05  AM-REC-PAYOUT-ACCOUNT   PIC 9(9).
           05  AM-REC-NOTICE-DATE      PIC 9(8).
           05  AM-REC-LAST-CAP-MONTH   PIC 9(6).
           05  FILLER                  PIC X(14).

      *****************************************************************
      * SAVINGS-RATE-TIERS - balance-tier rate segments, maintained   *
      * by TIERMNT.  The layout must stay in step with the one in     *
      * SAVINGS.  Optional.                                           *
      *****************************************************************
       FD  SAVINGS-RATE-TIERS.
       01  TRS-RECORD.
           05  TRS-RECORD-KEY.
               10  TRS-OWNER-TYPE      PIC X(01).
               10  TRS-OWNER-NUMBER    PIC 9(9).
               10  TRS-FLOOR-AMOUNT    PIC 9(9)V99.
           05  TRS-ANNUAL-RATE         PIC 99V9(4).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * PRODUCT-MASTER - the product definitions, maintained by       *
      * PRODMNT, for the product name and compounding frequency.      *
      * The layout must stay in step with the one in PRODMNT.         *
      * Optional.                                                     *
      *****************************************************************
       FD  PRODUCT-MASTER.
       01  PM-RECORD.
           05  PM-REC-PRODUCT-TYPE     PIC 9(2).
           05  PM-REC-PRODUCT-NAME     PIC X(20).
           05  PM-REC-PERIODS-PER-YEAR PIC 9(3).
           05  PM-REC-PENALTY-PCT      PIC 99V99.
           05  PM-REC-MIN-OPEN-BALANCE PIC 9(9)V99.
           05  PM-REC-MIN-RATE         PIC 99V9(4).
           05  PM-REC-MAX-RATE         PIC 99V9(4).
           05  PM-REC-MAX-TERM-MONTHS  PIC 9(3).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * NOTICE-PARM-FILE - optional one-record parameter file.        *
      * Zeros mean "take the default": today's changes.               *
      *****************************************************************
       FD  NOTICE-PARM-FILE.
       01  CPM-RECORD.
           05  CPM-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * CHANGE-SORTED-FILE - the day's changes, one record per        *
      * account touched, sorted on account so each account's          *
      * changes are together for its one notice.  CSW-SOURCE is "R"   *
      * for a rate segment and "T" for a tier; CSW-OWNER-TYPE says    *
      * whether a tier was the account's own ("A") or its product's   *
      * ("P").                                                        *
      *****************************************************************
       FD  CHANGE-SORTED-FILE.
       01  CSW-RECORD.
           05  CSW-SORT-KEY.
               10  CSW-ACCOUNT-NUMBER  PIC 9(9).
               10  CSW-SOURCE          PIC X(01).
               10  CSW-LOG-TIME        PIC 9(8).
               10  CSW-SEQUENCE        PIC 9(9).
           05  CSW-OWNER-TYPE          PIC X(01).
           05  CSW-ACTION              PIC X(01).
           05  CSW-USER-ID             PIC X(08).
           05  CSW-START-MONTH         PIC 9(5).
           05  CSW-FLOOR-AMOUNT        PIC 9(9)V99.
           05  CSW-OLD-END-MONTH       PIC 9(5).
           05  CSW-OLD-RATE            PIC 99V9(4).
           05  CSW-NEW-END-MONTH       PIC 9(5).
           05  CSW-NEW-RATE            PIC 99V9(4).

      *****************************************************************
      * SORT-WORK - both logs pass through here on their way to the   *
      * sorted work file.                                             *
      *****************************************************************
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-ACCOUNT-NUMBER  PIC 9(9).
               10  SRT-SOURCE          PIC X(01).
               10  SRT-LOG-TIME        PIC 9(8).
               10  SRT-SEQUENCE        PIC 9(9).
           05  SRT-OWNER-TYPE          PIC X(01).
           05  SRT-ACTION              PIC X(01).
           05  SRT-USER-ID             PIC X(08).
           05  SRT-START-MONTH         PIC 9(5).
           05  SRT-FLOOR-AMOUNT        PIC 9(9)V99.
           05  SRT-OLD-END-MONTH       PIC 9(5).
           05  SRT-OLD-RATE            PIC 99V9(4).
           05  SRT-NEW-END-MONTH       PIC 9(5).
           05  SRT-NEW-RATE            PIC 99V9(4).

      *****************************************************************
      * TERMS-NOTICE-FILE - the customer notices, one after another,  *
      * for the mail room.                                            *
      *****************************************************************
       FD  TERMS-NOTICE-FILE.
       01  NTC-LINE                    PIC X(80).

      *****************************************************************
      * NOTICE-CONTROL-REPORT - every notice produced and every       *
      * change skipped, then the counts.                              *
      *****************************************************************
       FD  NOTICE-CONTROL-REPORT.
       01  CRP-LINE                    PIC X(80).

      *****************************************************************
      * RUN-HISTORY-FILE - shared run header/trailer trail written    *
      * by every program in the suite and reported by SAVOPSRP.  The  *
      * layout must stay in step across the suite.                    *
      *****************************************************************
       FD  RUN-HISTORY-FILE.
       01  RNH-RECORD.
           05  RNH-RECORD-TYPE         PIC X(01).
           05  RNH-PROGRAM-ID          PIC X(08).
           05  RNH-RUN-MODE            PIC X(01).
           05  RNH-RUN-DATE            PIC 9(8).
           05  RNH-START-TIME          PIC 9(8).
           05  RNH-END-TIME            PIC 9(8).
           05  RNH-RECORDS-READ        PIC 9(9).
           05  RNH-RECORDS-WRITTEN     PIC 9(9).
           05  RNH-RECORDS-REJECTED    PIC 9(9).
           05  RNH-RETURN-CODE         PIC 9(4).
           05  FILLER                  PIC X(05).

       working-storage section.

       01  NOTICE-FIELDS.
           05  NOTICE-DATE             PIC 9(8) VALUE ZERO.
           05  CURRENT-ACCOUNT         PIC 9(9) VALUE ZERO.
           05  RELEASE-SEQUENCE        PIC 9(9) USAGE COMP.
           05  PRODUCT-NAME            PIC X(20).
           05  NOTIFY-ITEM-COUNT       PIC 99 USAGE COMP.
           05  TIER-ITEM-COUNT         PIC 99 USAGE COMP.
           05  SKIP-REASON             PIC X(50).
           05  EFFECTIVE-WORK          PIC 9(7) USAGE COMP.
           05  EFFECTIVE-YEAR          PIC 9(4) USAGE COMP.
           05  EFFECTIVE-MONTH         PIC 99 USAGE COMP.

      *****************************************************************
      * CALC-FIELDS - the same working figures the SAVINGS counter    *
      * statement uses for its APY, so a notice and a statement       *
      * disclose the same yield to the last place.                    *
      *****************************************************************
       01  CALC-FIELDS.
           05  PRESENT-VALUE           PIC S9(9)V99 USAGE COMP.
           05  ANNUAL-INTEREST         PIC 99V9(4) USAGE COMP.
           05  RATE-PER-PERIOD         PIC 9V9(6) USAGE COMP.
           05  PERIODS-PER-YEAR        PIC 9(3) USAGE COMP.
           05  NUMERATOR               PIC S9(9)V9(6) USAGE COMP.
           05  DENOMINATOR             PIC S9(9)V9(6) USAGE COMP.
           05  RUNNING-BALANCE         PIC S9(9)V9(4) USAGE COMP.
           05  STATEMENT-APY           PIC 99V9(4) USAGE COMP.
           05  APY-PERIOD-NO           PIC 9(3) USAGE COMP.

       01  TIER-CALC-FIELDS.
           05  TIER-OWNER-TYPE         PIC X(01).
           05  TIER-OWNER-NUMBER       PIC 9(9).
           05  TIER-SUB                PIC 99 USAGE COMP.
           05  TIER-RATE-PER-PERIOD    PIC 9V9(6) USAGE COMP.
           05  TIER-CEILING            PIC S9(11)V99 USAGE COMP.
           05  TIER-PORTION            PIC S9(9)V9(4) USAGE COMP.
           05  TIER-INTEREST           PIC S9(9)V9(6) USAGE COMP.
           05  ADDED-FLOOR             PIC 9(9)V99 USAGE COMP.
           05  PRIOR-FLOOR             PIC 9(9)V99 USAGE COMP.
           05  PRIOR-RATE              PIC 99V9(4) USAGE COMP.
           05  CANDIDATE-FLOOR         PIC 9(9)V99 USAGE COMP.
           05  CANDIDATE-RATE          PIC 99V9(4) USAGE COMP.
           05  PRIOR-SUB               PIC 99 USAGE COMP.
           05  PRIOR-FOUND-SW          PIC X(01).
               88  PRIOR-TIER-FOUND        VALUE "Y".
           05  ITEM-MATCHED-SW         PIC X(01).
               88  ITEM-MATCHED            VALUE "Y".
           05  ADDED-TODAY-SW          PIC X(01).
               88  TIER-ADDED-TODAY        VALUE "Y".

       01  TIER-TABLE.
           05  TIER-COUNT              PIC 99 USAGE COMP VALUE ZERO.
           05  TIER-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON TIER-COUNT
                   INDEXED BY TI-IDX.
               10  TI-FLOOR-AMOUNT     PIC 9(9)V99.
               10  TI-ANNUAL-RATE      PIC 99V9(4).

      *****************************************************************
      * PRODUCT-CHANGE-TABLE - the day's product-wide tier changes,   *
      * held while one sweep of the master finds the open accounts    *
      * each one reaches.                                             *
      *****************************************************************
       01  PRODUCT-CHANGE-TABLE.
           05  PRODUCT-CHANGE-COUNT    PIC 9(3) USAGE COMP VALUE ZERO.
           05  PRODUCT-CHANGE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PRODUCT-CHANGE-COUNT
                   INDEXED BY PC-IDX.
               10  PC-PRODUCT-TYPE     PIC 9(2).
               10  PC-LOG-TIME         PIC 9(8).
               10  PC-USER-ID          PIC X(08).
               10  PC-ACTION           PIC X(01).
               10  PC-FLOOR-AMOUNT     PIC 9(9)V99.
               10  PC-OLD-RATE         PIC 99V9(4).
               10  PC-NEW-RATE         PIC 99V9(4).
               10  PC-ACCOUNTS-REACHED PIC 9(9) USAGE COMP.

      *****************************************************************
      * ITEM-TABLE - the changes to the account on hand.  An item     *
      * with a skip reason is listed on CITRPT but kept off the       *
      * notice.                                                       *
      *****************************************************************
       01  ITEM-TABLE.
           05  ITEM-COUNT              PIC 99 USAGE COMP VALUE ZERO.
           05  ITEM-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON ITEM-COUNT
                   INDEXED BY IT-IDX.
               10  IT-SOURCE           PIC X(01).
               10  IT-OWNER-TYPE       PIC X(01).
               10  IT-ACTION           PIC X(01).
               10  IT-USER-ID          PIC X(08).
               10  IT-START-MONTH      PIC 9(5).
               10  IT-FLOOR-AMOUNT     PIC 9(9)V99.
               10  IT-OLD-END-MONTH    PIC 9(5).
               10  IT-OLD-RATE         PIC 99V9(4).
               10  IT-NEW-END-MONTH    PIC 9(5).
               10  IT-NEW-RATE         PIC 99V9(4).
               10  IT-SKIP-REASON      PIC X(50).

       01  NOTICE-COUNTERS.
           05  RATE-RECORDS-READ       PIC 9(9) USAGE COMP VALUE ZERO.
           05  TIER-RECORDS-READ       PIC 9(9) USAGE COMP VALUE ZERO.
           05  RATE-CHANGES-TODAY      PIC 9(9) USAGE COMP VALUE ZERO.
           05  TIER-CHANGES-TODAY      PIC 9(9) USAGE COMP VALUE ZERO.
           05  PRODUCT-CHANGES-TODAY   PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNT-ITEMS-SORTED    PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOTICES-WRITTEN         PIC 9(9) USAGE COMP VALUE ZERO.
           05  CHANGES-NOTIFIED        PIC 9(9) USAGE COMP VALUE ZERO.
           05  CHANGES-SKIPPED         PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  PRODUCT-OUT             PIC 9(2) USAGE DISPLAY.
           05  MONTH-OUT               PIC ZZZZ9 USAGE DISPLAY.
           05  MONTH-OUT-2             PIC ZZZZ9 USAGE DISPLAY.
           05  MONTH-OUT-3             PIC ZZZZ9 USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  APY-OUT                 PIC Z9.9999 USAGE DISPLAY.
           05  FLOOR-OUT               PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  PV-OUT                  PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  RPT-LABEL               PIC X(32) USAGE DISPLAY.
           05  EFFECTIVE-OUT.
               10  EFFECTIVE-MONTH-OUT PIC 99 USAGE DISPLAY.
               10  FILLER              PIC X(01) VALUE "/".
               10  EFFECTIVE-YEAR-OUT  PIC 9(4) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-RATE-SW            PIC X(01) VALUE "Y".
               88  MORE-RATE-RECS          VALUE "Y".
               88  NO-MORE-RATE-RECS       VALUE "N".
           05  MORE-TIER-LOG-SW        PIC X(01) VALUE "Y".
               88  MORE-TIER-LOG-RECS      VALUE "Y".
               88  NO-MORE-TIER-LOG-RECS   VALUE "N".
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  MORE-SORTED-SW          PIC X(01) VALUE "Y".
               88  MORE-SORTED-RECS        VALUE "Y".
               88  NO-MORE-SORTED-RECS     VALUE "N".
           05  FIRST-SORTED-SW         PIC X(01) VALUE "Y".
               88  FIRST-SORTED-RECORD     VALUE "Y".
           05  MASTER-FOUND-SW         PIC X(01) VALUE "N".
               88  MASTER-FOUND            VALUE "Y".
           05  OWN-TIERS-SW            PIC X(01) VALUE "N".
               88  ACCOUNT-HAS-OWN-TIERS   VALUE "Y".
           05  RATE-REDUCED-SW         PIC X(01) VALUE "N".
               88  RATE-REDUCED            VALUE "Y".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  NOTICE-OPENED-SW        PIC X(01) VALUE "N".
               88  NOTICE-FILE-IS-OPEN     VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  TRACE-FAILED-SW         PIC X(01) VALUE "N".
               88  TRACE-FAILED            VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RCL-STATUS              PIC X(02).
           05  TCL-STATUS              PIC X(02).
           05  AM-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  CPM-STATUS              PIC X(02).
           05  CSW-STATUS              PIC X(02).
           05  NTC-STATUS              PIC X(02).
           05  CRP-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUN-TIME                PIC 9(8).

       01  RUN-HISTORY-FIELDS.
           05  RUN-START-TIME          PIC 9(8) VALUE ZERO.
           05  RUN-END-TIME            PIC 9(8) VALUE ZERO.
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

       procedure division.
       main-line.
              initialize notice-counters
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              move run-date to notice-date
              perform write-run-header
              perform read-notice-parms

              open input account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-control-report
              perform open-notice-file
              if not report-is-open or not notice-file-is-open
                     close account-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-rate-tiers
              perform open-product-master
              perform write-report-heading

              sort sort-work
                  on ascending key srt-sort-key
                  input procedure is sort-in-rate-changes
                         thru sort-in-rate-changes-exit
                  giving change-sorted-file
              perform list-product-changes
              perform notice-sorted-changes
              perform write-notice-totals

              close account-master
              close terms-notice-file
              close notice-control-report
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if product-file-is-open
                     close product-master
              end-if
              if trace-failed and return-code = 0
                     move 4 to return-code
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * READ-NOTICE-PARMS - pick up the as-of date when a CITPARM     *
      * record was supplied.  Zeros leave today's date.               *
      *****************************************************************
       read-notice-parms.
              open input notice-parm-file
              if cpm-status = "00"
                     read notice-parm-file
                         at end continue
                     end-read
                     if cpm-status = "00"
                            if cpm-as-of-date not = 0
                                   move cpm-as-of-date to notice-date
                            end-if
                     end-if
                     close notice-parm-file
              end-if.

       open-control-report.
              open output notice-control-report
              if crp-status not = "00"
                     display "CITRPT OPEN FAILED - STATUS " crp-status
              else
                     move "Y" to report-opened-sw
              end-if.

       open-notice-file.
              open output terms-notice-file
              if ntc-status not = "00"
                     display "CITNOTE OPEN FAILED - STATUS " ntc-status
              else
                     move "Y" to notice-opened-sw
              end-if.

       open-rate-tiers.
              open input savings-rate-tiers
              if tr-status = "00"
                     move "Y" to tier-file-open-sw
              end-if.

       open-product-master.
              open input product-master
              if pm-status = "00"
                     move "Y" to product-file-open-sw
              end-if.

       write-report-heading.
              move spaces to crp-line
              string "CHANGE-IN-TERMS NOTICE CONTROL LISTING"
                     "  RUN DATE: " run-date
                     delimited by size into crp-line
              write crp-line
              move spaces to crp-line
              string "CHANGES LOGGED ON " notice-date
                     delimited by size into crp-line
              write crp-line
              move spaces to crp-line
              write crp-line.

      *****************************************************************
      * SORT-IN-RATE-CHANGES - the day's rate-segment changes go      *
      * straight to the sort; then the tier changes, and last the     *
      * product-wide tier changes once the master sweep has found     *
      * the accounts they reach.                                      *
      *****************************************************************
       sort-in-rate-changes.
              move 0 to release-sequence
              move "Y" to more-rate-sw
              open input rate-change-log
              if rcl-status not = "00"
                     if rcl-status not = "35"
                            display "RATECHG OPEN FAILED - STATUS "
                                   rcl-status
                            move "Y" to trace-failed-sw
                     end-if
                     move "N" to more-rate-sw
              else
                     read rate-change-log
                         at end move "N" to more-rate-sw
                     end-read
              end-if
              perform release-rate-change until no-more-rate-recs
              if rcl-status not = "35"
                     close rate-change-log
              end-if
              perform sort-in-tier-changes
              if product-change-count > 0
                     perform sort-in-product-accounts
              end-if.
       sort-in-rate-changes-exit.
              exit.

       release-rate-change.
              add 1 to rate-records-read
              if rcl-log-date = notice-date
                     add 1 to rate-changes-today
                     move spaces to srt-record
                     move rcl-account-number to srt-account-number
                     move "R" to srt-source
                     move rcl-log-time to srt-log-time
                     add 1 to release-sequence
                     move release-sequence to srt-sequence
                     move space to srt-owner-type
                     move rcl-action to srt-action
                     move rcl-user-id to srt-user-id
                     move rcl-start-month to srt-start-month
                     move 0 to srt-floor-amount
                     move rcl-old-end-month to srt-old-end-month
                     move rcl-old-annual-rate to srt-old-rate
                     move rcl-new-end-month to srt-new-end-month
                     move rcl-new-annual-rate to srt-new-rate
                     perform release-change-record
              end-if
              read rate-change-log
                  at end move "N" to more-rate-sw
              end-read.

       sort-in-tier-changes.
              move "Y" to more-tier-log-sw
              open input tier-change-log
              if tcl-status not = "00"
                     if tcl-status not = "35"
                            display "TIERCHG OPEN FAILED - STATUS "
                                   tcl-status
                            move "Y" to trace-failed-sw
                     end-if
                     move "N" to more-tier-log-sw
              else
                     read tier-change-log
                         at end move "N" to more-tier-log-sw
                     end-read
              end-if
              perform release-tier-change
                     until no-more-tier-log-recs
              if tcl-status not = "35"
                     close tier-change-log
              end-if.

       release-tier-change.
              add 1 to tier-records-read
              if tcl-log-date = notice-date
                     add 1 to tier-changes-today
                     if tcl-owner-type = "P"
                            perform hold-product-change
                     else
                            move spaces to srt-record
                            move tcl-owner-number
                                   to srt-account-number
                            move "T" to srt-source
                            move tcl-log-time to srt-log-time
                            add 1 to release-sequence
                            move release-sequence to srt-sequence
                            move "A" to srt-owner-type
                            move tcl-action to srt-action
                            move tcl-user-id to srt-user-id
                            move 0 to srt-start-month
                            move tcl-floor-amount to srt-floor-amount
                            move 0 to srt-old-end-month
                            move tcl-old-annual-rate to srt-old-rate
                            move 0 to srt-new-end-month
                            move tcl-new-annual-rate to srt-new-rate
                            perform release-change-record
                     end-if
              end-if
              read tier-change-log
                  at end move "N" to more-tier-log-sw
              end-read.

      *****************************************************************
      * HOLD-PRODUCT-CHANGE - a product-wide change is held until the *
      * master sweep.  More than the table holds cannot be traced;    *
      * the change is listed and the run ends with return code 4.     *
      *****************************************************************
       hold-product-change.
              add 1 to product-changes-today
              if product-change-count >= 200
                     move "Y" to trace-failed-sw
                     move tcl-owner-number to product-out
                     move tcl-floor-amount to floor-out
                     add 1 to changes-skipped
                     move spaces to crp-line
                     string "SKIPPED  PRODUCT " product-out
                            " TIER FROM " floor-out
                            " - OVER 200 PRODUCT CHANGES IN ONE DAY"
                            delimited by size into crp-line
                     write crp-line
              else
                     add 1 to product-change-count
                     set pc-idx to product-change-count
                     move tcl-owner-number to pc-product-type (pc-idx)
                     move tcl-log-time to pc-log-time (pc-idx)
                     move tcl-user-id to pc-user-id (pc-idx)
                     move tcl-action to pc-action (pc-idx)
                     move tcl-floor-amount
                            to pc-floor-amount (pc-idx)
                     move tcl-old-annual-rate to pc-old-rate (pc-idx)
                     move tcl-new-annual-rate to pc-new-rate (pc-idx)
                     move 0 to pc-accounts-reached (pc-idx)
              end-if.

      *****************************************************************
      * SORT-IN-PRODUCT-ACCOUNTS - one sweep of the master: each open *
      * account gets a copy of every product-wide change for its      *
      * product.  Closed and frozen accounts are not reached.         *
      *****************************************************************
       sort-in-product-accounts.
              move "Y" to more-master-sw
              move 0 to am-rec-account-number
              start account-master key >= am-rec-account-number
                  invalid key
                      move "N" to more-master-sw
              end-start
              if more-master-recs
                     perform read-next-master
              end-if
              perform release-product-account
                     until no-more-master-recs.

       release-product-account.
              if am-rec-status-open and am-rec-product-type not = 0
                     perform release-one-product-change
                            varying pc-idx from 1 by 1
                            until pc-idx > product-change-count
              end-if
              perform read-next-master.

       release-one-product-change.
              if pc-product-type (pc-idx) = am-rec-product-type
                     add 1 to pc-accounts-reached (pc-idx)
                     move spaces to srt-record
                     move am-rec-account-number to srt-account-number
                     move "T" to srt-source
                     move pc-log-time (pc-idx) to srt-log-time
                     add 1 to release-sequence
                     move release-sequence to srt-sequence
                     move "P" to srt-owner-type
                     move pc-action (pc-idx) to srt-action
                     move pc-user-id (pc-idx) to srt-user-id
                     move 0 to srt-start-month
                     move pc-floor-amount (pc-idx) to srt-floor-amount
                     move 0 to srt-old-end-month
                     move pc-old-rate (pc-idx) to srt-old-rate
                     move 0 to srt-new-end-month
                     move pc-new-rate (pc-idx) to srt-new-rate
                     perform release-change-record
              end-if.

       release-change-record.
              add 1 to account-items-sorted
              release srt-record.

       read-next-master.
              read account-master next
                  at end move "N" to more-master-sw
              end-read.

      *****************************************************************
      * LIST-PRODUCT-CHANGES - each product-wide change and how many  *
      * open accounts it reached.  One that reached none is a change  *
      * skipped: no customer holds the product today.                 *
      *****************************************************************
       list-product-changes.
              if product-change-count > 0
                     move spaces to crp-line
                     string "PRODUCT-WIDE TIER CHANGES"
                            delimited by size into crp-line
                     write crp-line
                     perform list-one-product-change
                            varying pc-idx from 1 by 1
                            until pc-idx > product-change-count
                     move spaces to crp-line
                     write crp-line
              end-if.

       list-one-product-change.
              move pc-product-type (pc-idx) to product-out
              move pc-floor-amount (pc-idx) to floor-out
              move pc-accounts-reached (pc-idx) to count-out
              move spaces to crp-line
              if pc-accounts-reached (pc-idx) = 0
                     add 1 to changes-skipped
                     string "SKIPPED  PRODUCT " product-out
                            " TIER FROM " floor-out " ACTION "
                            pc-action (pc-idx)
                            " - NO OPEN ACCOUNTS"
                            delimited by size into crp-line
              else
                     string "         PRODUCT " product-out
                            " TIER FROM " floor-out " ACTION "
                            pc-action (pc-idx) " - OPEN ACCOUNTS "
                            count-out
                            delimited by size into crp-line
              end-if
              write crp-line.

      *****************************************************************
      * NOTICE-SORTED-CHANGES - one pass of the sorted changes; the   *
      * changes for one account are gathered, then noticed together.  *
      *****************************************************************
       notice-sorted-changes.
              move "Y" to more-sorted-sw
              move "Y" to first-sorted-sw
              move 0 to item-count
              open input change-sorted-file
              if csw-status not = "00"
                     display "CITSRTWK OPEN FAILED - STATUS "
                            csw-status
                     move "Y" to trace-failed-sw
                     move "N" to more-sorted-sw
              else
                     read change-sorted-file
                         at end move "N" to more-sorted-sw
                     end-read
              end-if
              perform gather-one-change until no-more-sorted-recs
              if not first-sorted-record
                     perform finish-account
              end-if
              if csw-status not = "35"
                     close change-sorted-file
              end-if.

       gather-one-change.
              if first-sorted-record or
                     csw-account-number not = current-account
                     if not first-sorted-record
                            perform finish-account
                     end-if
                     perform start-account
                     move "N" to first-sorted-sw
              end-if
              perform add-change-item
              read change-sorted-file
                  at end move "N" to more-sorted-sw
              end-read.

       start-account.
              move csw-account-number to current-account
              move 0 to item-count
              move "N" to master-found-sw
              move "N" to own-tiers-sw
              move current-account to am-rec-account-number
              read account-master
                  invalid key
                      continue
                  not invalid key
                      move "Y" to master-found-sw
              end-read
              move 0 to tier-count
              if master-found and tier-file-is-open
                     move "A" to tier-owner-type
                     move current-account to tier-owner-number
                     perform load-tier-owner
                     if tier-count > 0
                            move "Y" to own-tiers-sw
                     end-if
              end-if.

      *****************************************************************
      * ADD-CHANGE-ITEM - every change is kept with the reason, if    *
      * any, it cannot go on the notice.                              *
      *****************************************************************
       add-change-item.
              move spaces to skip-reason
              evaluate true
                  when not master-found
                      move "ACCOUNT NOT ON THE MASTER" to skip-reason
                  when not am-rec-status-open
                      move "ACCOUNT NOT OPEN - NO NOTICE SENT"
                             to skip-reason
                  when csw-owner-type = "P" and account-has-own-tiers
                      move "HAS OWN TIERS - PRODUCT TIERS NOT USED"
                             to skip-reason
                  when csw-action = "C" and
                         csw-old-rate = csw-new-rate and
                         csw-old-end-month = csw-new-end-month
                      move "NO CHANGE IN TERMS" to skip-reason
              end-evaluate
              if item-count >= 30
                     move "Y" to trace-failed-sw
                     move csw-account-number to account-out
                     add 1 to changes-skipped
                     move spaces to crp-line
                     string "SKIPPED  ACCT " account-out
                            " - OVER 30 CHANGES IN ONE DAY"
                            delimited by size into crp-line
                     write crp-line
              else
                     add 1 to item-count
                     set it-idx to item-count
                     move csw-source to it-source (it-idx)
                     move csw-owner-type to it-owner-type (it-idx)
                     move csw-action to it-action (it-idx)
                     move csw-user-id to it-user-id (it-idx)
                     move csw-start-month to it-start-month (it-idx)
                     move csw-floor-amount to it-floor-amount (it-idx)
                     move csw-old-end-month
                            to it-old-end-month (it-idx)
                     move csw-old-rate to it-old-rate (it-idx)
                     move csw-new-end-month
                            to it-new-end-month (it-idx)
                     move csw-new-rate to it-new-rate (it-idx)
                     move skip-reason to it-skip-reason (it-idx)
              end-if.

      *****************************************************************
      * FINISH-ACCOUNT - one notice for everything that may go on it, *
      * then a control line for the notice and one for each change    *
      * kept off it.                                                  *
      *****************************************************************
       finish-account.
              move 0 to notify-item-count
              move 0 to tier-item-count
              perform count-one-item
                     varying it-idx from 1 by 1
                     until it-idx > item-count
              if notify-item-count > 0
                     perform write-terms-notice
                     add 1 to notices-written
                     add notify-item-count to changes-notified
                     move current-account to account-out
                     move am-rec-customer-number to customer-out
                     move notify-item-count to month-out
                     move spaces to crp-line
                     string "NOTICE   ACCT " account-out
                            "  CUST " customer-out " "
                            am-rec-customer-name
                            " CHANGES " month-out
                            delimited by size into crp-line
                     write crp-line
              end-if
              perform list-skipped-item
                     varying it-idx from 1 by 1
                     until it-idx > item-count.

       count-one-item.
              if it-skip-reason (it-idx) = spaces
                     add 1 to notify-item-count
                     if it-source (it-idx) = "T"
                            add 1 to tier-item-count
                     end-if
              end-if.

       list-skipped-item.
              if it-skip-reason (it-idx) not = spaces
                     add 1 to changes-skipped
                     move current-account to account-out
                     move spaces to crp-line
                     if it-source (it-idx) = "R"
                            move it-start-month (it-idx) to month-out
                            string "SKIPPED  ACCT " account-out
                                   " RATE SEGMENT FROM MONTH "
                                   month-out " ACTION "
                                   it-action (it-idx)
                                   delimited by size into crp-line
                     else
                            move it-floor-amount (it-idx) to floor-out
                            string "SKIPPED  ACCT " account-out " "
                                   it-owner-type (it-idx)
                                   " TIER FROM " floor-out " ACTION "
                                   it-action (it-idx)
                                   delimited by size into crp-line
                     end-if
                     write crp-line
                     move spaces to crp-line
                     string "         " it-skip-reason (it-idx)
                            delimited by size into crp-line
                     write crp-line
              end-if.

      *****************************************************************
      * WRITE-TERMS-NOTICE - the customer's copy.  The account's      *
      * compounding comes from its product (monthly when there is     *
      * none), and the tiers shown and used for the yield are the     *
      * ones now in effect: its own, or else its product's.           *
      *****************************************************************
       write-terms-notice.
              perform set-account-terms
              move "N" to rate-reduced-sw
              move current-account to account-out
              move spaces to ntc-line
              string "FIRST COMMUNITY SAVINGS BANK"
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              string "NOTICE OF CHANGE IN TERMS"
                     "                          DATE: " run-date
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              write ntc-line
              move am-rec-customer-number to customer-out
              move spaces to ntc-line
              string "CUSTOMER " customer-out "  "
                     am-rec-customer-name
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              string "ACCOUNT NUMBER: " account-out
                     delimited by size into ntc-line
              write ntc-line
              if product-name not = spaces
                     move am-rec-product-type to product-out
                     move spaces to ntc-line
                     string "PRODUCT: " product-out " " product-name
                            delimited by size into ntc-line
                     write ntc-line
              end-if
              move am-rec-present-value to pv-out
              move spaces to ntc-line
              string "CURRENT BALANCE: " pv-out
                     delimited by size into ntc-line
              write ntc-line
              move am-rec-annual-interest to rate-out
              move spaces to ntc-line
              string "BASE ANNUAL INTEREST RATE: " rate-out "%"
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              write ntc-line
              move spaces to ntc-line
              string "THE FOLLOWING CHANGES HAVE BEEN MADE TO THE "
                     "TERMS OF YOUR ACCOUNT:"
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              write ntc-line
              perform write-notice-rate-item
                     varying it-idx from 1 by 1
                     until it-idx > item-count
              if tier-item-count > 0
                     perform write-notice-tier-section
              end-if
              if rate-reduced
                     move spaces to ntc-line
                     string "THESE CHANGES REDUCE THE RATE PAID ON "
                            "YOUR ACCOUNT."
                            delimited by size into ntc-line
                     write ntc-line
              end-if
              move spaces to ntc-line
              string "QUESTIONS ABOUT THIS NOTICE?  PLEASE CONTACT "
                     "YOUR BRANCH."
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              write ntc-line
              move all "-" to ntc-line
              write ntc-line.

       set-account-terms.
              move spaces to product-name
              move 12 to periods-per-year
              if product-file-is-open and am-rec-product-type not = 0
                     move am-rec-product-type to pm-rec-product-type
                     read product-master
                         invalid key
                             continue
                         not invalid key
                             move pm-rec-product-name to product-name
                             if pm-rec-periods-per-year not = 0
                                    move pm-rec-periods-per-year
                                           to periods-per-year
                             end-if
                     end-read
              end-if
              move am-rec-present-value to present-value
              if not account-has-own-tiers
                     move 0 to tier-count
                     if tier-file-is-open and
                            am-rec-product-type not = 0
                            move "P" to tier-owner-type
                            move am-rec-product-type
                                   to tier-owner-number
                            perform load-tier-owner
                     end-if
              end-if.

      *****************************************************************
      * WRITE-NOTICE-RATE-ITEM - a rate segment: the old and new      *
      * rate, the month it takes effect, and the yield at the new     *
      * rate.  A removed segment leaves the base rate in its place,   *
      * and an added one takes over from the base rate, so that is    *
      * the rate it is measured against.                              *
      *****************************************************************
       write-notice-rate-item.
              if it-skip-reason (it-idx) = spaces and
                     it-source (it-idx) = "R"
                     move it-start-month (it-idx) to month-out
                     move it-old-end-month (it-idx) to month-out-2
                     move it-new-end-month (it-idx) to month-out-3
                     move it-old-rate (it-idx) to rate-out
                     move it-new-rate (it-idx) to rate-out-2
                     move spaces to ntc-line
                     evaluate it-action (it-idx)
                         when "A"
                             string "NEW RATE PERIOD FROM MONTH "
                                    month-out " TO MONTH " month-out-3
                                    " OF YOUR ACCOUNT: " rate-out-2
                                    "%"
                                    delimited by size into ntc-line
                             move it-new-rate (it-idx)
                                    to annual-interest
                             if it-new-rate (it-idx) <
                                    am-rec-annual-interest
                                    move "Y" to rate-reduced-sw
                             end-if
                         when "D"
                             move am-rec-annual-interest to rate-out-2
                             string "RATE PERIOD FROM MONTH "
                                    month-out " REMOVED: WAS "
                                    rate-out "%, NOW BASE RATE "
                                    rate-out-2 "%"
                                    delimited by size into ntc-line
                             move am-rec-annual-interest
                                    to annual-interest
                         when other
                             string "RATE PERIOD FROM MONTH "
                                    month-out ": WAS " rate-out
                                    "% TO MONTH " month-out-2
                                    ", NOW " rate-out-2 "% TO MONTH "
                                    month-out-3
                                    delimited by size into ntc-line
                             move it-new-rate (it-idx)
                                    to annual-interest
                     end-evaluate
                     write ntc-line
                     if it-action (it-idx) not = "A" and
                            annual-interest < it-old-rate (it-idx)
                            move "Y" to rate-reduced-sw
                     end-if
                     perform compute-effective-month
                     move spaces to ntc-line
                     if am-rec-open-date = 0
                            string "   EFFECTIVE IN MONTH " month-out
                                   " OF YOUR ACCOUNT"
                                   delimited by size into ntc-line
                     else
                            string "   EFFECTIVE " effective-out
                                   " (MONTH " month-out
                                   " OF YOUR ACCOUNT)"
                                   delimited by size into ntc-line
                     end-if
                     write ntc-line
                     perform compute-statement-apy
                     move statement-apy to apy-out
                     move spaces to ntc-line
                     string "   NEW ANNUAL PERCENTAGE YIELD (APY) FOR "
                            "THIS PERIOD: " apy-out "%"
                            delimited by size into ntc-line
                     write ntc-line
                     move spaces to ntc-line
                     write ntc-line
              end-if.

      *****************************************************************
      * COMPUTE-EFFECTIVE-MONTH - month N of the account is the Nth   *
      * calendar month counting the month it was opened as month 1.   *
      *****************************************************************
       compute-effective-month.
              divide am-rec-open-date by 10000 giving effective-year
              divide am-rec-open-date by 100 giving effective-work
              compute effective-month =
                     effective-work - effective-year * 100
              compute effective-work = effective-year * 12
                     + effective-month - 1
                     + it-start-month (it-idx) - 1
              divide effective-work by 12
                     giving effective-year
                     remainder effective-month
              add 1 to effective-month
              move effective-month to effective-month-out
              move effective-year to effective-year-out.

      *****************************************************************
      * WRITE-NOTICE-TIER-SECTION - each tier changed, the tiers now  *
      * in effect, and the blended yield on the current balance.      *
      * Tier changes take effect with the month they were made in.    *
      *****************************************************************
       write-notice-tier-section.
              perform write-notice-tier-item
                     varying it-idx from 1 by 1
                     until it-idx > item-count
              divide notice-date by 10000 giving effective-year
              divide notice-date by 100 giving effective-work
              compute effective-month =
                     effective-work - effective-year * 100
              move effective-month to effective-month-out
              move effective-year to effective-year-out
              move spaces to ntc-line
              string "   EFFECTIVE WITH THE " effective-out
                     " INTEREST CREDIT"
                     delimited by size into ntc-line
              write ntc-line
              move spaces to ntc-line
              write ntc-line
              move spaces to ntc-line
              if tier-count = 0
                     move am-rec-annual-interest to rate-out
                     string "NO BALANCE TIERS NOW APPLY - YOUR BASE "
                            "RATE OF " rate-out "% APPLIES."
                            delimited by size into ntc-line
                     write ntc-line
              else
                     string "YOUR BALANCE TIERS ARE NOW:"
                            delimited by size into ntc-line
                     write ntc-line
                     perform write-one-tier-line
                            varying tier-sub from 1 by 1
                            until tier-sub > tier-count
              end-if
              move am-rec-annual-interest to annual-interest
              perform compute-statement-apy
              move statement-apy to apy-out
              move spaces to ntc-line
              string "NEW ANNUAL PERCENTAGE YIELD (APY): " apy-out "%"
                     delimited by size into ntc-line
              write ntc-line
              if tier-count > 0
                     move spaces to ntc-line
                     string "APY SHOWN IS THE BLENDED FIRST-YEAR "
                            "YIELD ON YOUR CURRENT BALANCE"
                            delimited by size into ntc-line
                     write ntc-line
              end-if
              move spaces to ntc-line
              write ntc-line.

       write-notice-tier-item.
              if it-skip-reason (it-idx) = spaces and
                     it-source (it-idx) = "T"
                     move it-floor-amount (it-idx) to floor-out
                     move it-old-rate (it-idx) to rate-out
                     move it-new-rate (it-idx) to rate-out-2
                     move spaces to ntc-line
                     evaluate it-action (it-idx)
                         when "A"
                             string "NEW BALANCE TIER FROM " floor-out
                                    ": " rate-out-2 "%"
                                    delimited by size into ntc-line
                             perform find-prior-tier-rate
                             if it-new-rate (it-idx) < prior-rate
                                    move "Y" to rate-reduced-sw
                             end-if
                         when "D"
                             string "BALANCE TIER FROM " floor-out
                                    " REMOVED: WAS " rate-out "%"
                                    delimited by size into ntc-line
                             move "Y" to rate-reduced-sw
                         when other
                             string "BALANCE TIER FROM " floor-out
                                    ": WAS " rate-out "%, NOW "
                                    rate-out-2 "%"
                                    delimited by size into ntc-line
                             if it-new-rate (it-idx) <
                                    it-old-rate (it-idx)
                                    move "Y" to rate-reduced-sw
                             end-if
                     end-evaluate
                     write ntc-line
              end-if.

      *****************************************************************
      * FIND-PRIOR-TIER-RATE - the rate that applied above an added   *
      * tier's floor before the day's changes: that of the next tier  *
      * down as the tiers stood before them, or the base rate when    *
      * there was none.  The tiers before are the tiers now, less     *
      * any added today, with today's rate changes undone and         *
      * today's removals put back.                                    *
      *****************************************************************
       find-prior-tier-rate.
              move it-floor-amount (it-idx) to added-floor
              move am-rec-annual-interest to prior-rate
              move 0 to prior-floor
              move "N" to prior-found-sw
              if tier-count > 0
                     perform check-prior-current-tier
                            varying ti-idx from 1 by 1
                            until ti-idx > tier-count
              end-if
              perform check-prior-removed-tier
                     varying prior-sub from 1 by 1
                     until prior-sub > item-count.

       check-prior-current-tier.
              if ti-floor-amount (ti-idx) < added-floor
                     move ti-floor-amount (ti-idx) to candidate-floor
                     move ti-annual-rate (ti-idx) to candidate-rate
                     move "N" to added-today-sw
                     move "N" to item-matched-sw
                     perform check-tier-changed-today
                            varying prior-sub from 1 by 1
                            until prior-sub > item-count or
                            item-matched
                     if not tier-added-today
                            perform take-prior-candidate
                     end-if
              end-if.

       check-tier-changed-today.
              if it-source (prior-sub) = "T" and
                     it-skip-reason (prior-sub) = spaces and
                     it-floor-amount (prior-sub) = candidate-floor
                     move "Y" to item-matched-sw
                     evaluate it-action (prior-sub)
                         when "A"
                             move "Y" to added-today-sw
                         when "C"
                             move it-old-rate (prior-sub)
                                    to candidate-rate
                         when other
                             continue
                     end-evaluate
              end-if.

       check-prior-removed-tier.
              if it-source (prior-sub) = "T" and
                     it-skip-reason (prior-sub) = spaces and
                     it-action (prior-sub) = "D" and
                     it-floor-amount (prior-sub) < added-floor
                     move it-floor-amount (prior-sub)
                            to candidate-floor
                     move it-old-rate (prior-sub) to candidate-rate
                     perform take-prior-candidate
              end-if.

       take-prior-candidate.
              if not prior-tier-found or
                     candidate-floor > prior-floor
                     move candidate-floor to prior-floor
                     move candidate-rate to prior-rate
                     move "Y" to prior-found-sw
              end-if.

       write-one-tier-line.
              move ti-floor-amount (tier-sub) to floor-out
              move ti-annual-rate (tier-sub) to rate-out
              move spaces to ntc-line
              string "  ON THE BALANCE FROM " floor-out
                     "  RATE " rate-out "%"
                     delimited by size into ntc-line
              write ntc-line.

      *****************************************************************
      * COMPUTE-STATEMENT-APY - as on the SAVINGS counter statement:  *
      * the yield one dollar earns in one year at ANNUAL-INTEREST,    *
      * compounded PERIODS-PER-YEAR times.  When balance tiers apply  *
      * one synthetic year is run on the current balance through the  *
      * tiers instead.                                                *
      *****************************************************************
       compute-statement-apy.
              compute denominator = periods-per-year * 100
              divide annual-interest by denominator
                     giving rate-per-period rounded
              if tier-count = 0 or present-value = 0
                     compute statement-apy rounded =
                            (((1 + rate-per-period)
                            ** periods-per-year) - 1) * 100
              else
                     perform compute-blended-apy
              end-if.

       compute-blended-apy.
              move present-value to running-balance
              perform apy-one-tier-period
                     varying apy-period-no from 1 by 1
                     until apy-period-no > periods-per-year
              compute statement-apy rounded =
                     (running-balance / present-value - 1) * 100.

       apy-one-tier-period.
              perform compute-tiered-interest
              add tier-interest to running-balance.

       load-tier-owner.
              move tier-owner-type to trs-owner-type
              move tier-owner-number to trs-owner-number
              move 0 to trs-floor-amount
              move "Y" to more-tier-sw
              start savings-rate-tiers key >= trs-record-key
                  invalid key
                      move "N" to more-tier-sw
              end-start
              if more-tier-recs
                     perform read-next-tier-record
              end-if
              perform copy-tier-entry until no-more-tier-recs.

       read-next-tier-record.
              read savings-rate-tiers next
                  at end move "N" to more-tier-sw
              end-read
              if more-tier-recs
                     if trs-owner-type not = tier-owner-type or
                            trs-owner-number not = tier-owner-number
                            move "N" to more-tier-sw
                     end-if
              end-if.

       copy-tier-entry.
              if tier-count < 10
                     add 1 to tier-count
                     move trs-floor-amount
                            to ti-floor-amount (tier-count)
                     move trs-annual-rate
                            to ti-annual-rate (tier-count)
              end-if
              perform read-next-tier-record.

      *****************************************************************
      * COMPUTE-TIERED-INTEREST - one period's interest with the      *
      * balance split across the tiers, exactly as in SAVINGS.        *
      *****************************************************************
       compute-tiered-interest.
              move 0 to tier-interest
              if running-balance > 0 and ti-floor-amount (1) > 0
                     move ti-floor-amount (1) to tier-ceiling
                     if running-balance < tier-ceiling
                            move running-balance to tier-ceiling
                     end-if
                     compute numerator =
                            tier-ceiling * rate-per-period
                     add numerator to tier-interest
              end-if
              perform add-one-tier-interest
                     varying tier-sub from 1 by 1
                     until tier-sub > tier-count.

       add-one-tier-interest.
              if running-balance > ti-floor-amount (tier-sub)
                     if tier-sub < tier-count
                            move ti-floor-amount (tier-sub + 1)
                                   to tier-ceiling
                     else
                            move running-balance to tier-ceiling
                     end-if
                     if tier-ceiling > running-balance
                            move running-balance to tier-ceiling
                     end-if
                     compute tier-portion = tier-ceiling -
                            ti-floor-amount (tier-sub)
                     compute denominator = periods-per-year * 100
                     divide ti-annual-rate (tier-sub) by denominator
                            giving tier-rate-per-period rounded
                     compute numerator =
                            tier-portion * tier-rate-per-period
                     add numerator to tier-interest
              end-if.

       write-notice-totals.
              move spaces to crp-line
              write crp-line
              move spaces to crp-line
              string "END-OF-RUN CONTROL TOTALS"
                     delimited by size into crp-line
              write crp-line
              move "RATECHG RECORDS READ:" to rpt-label
              move rate-records-read to count-out
              perform write-count-line
              move "  RATE CHANGES ON THE DAY:" to rpt-label
              move rate-changes-today to count-out
              perform write-count-line
              move "TIERCHG RECORDS READ:" to rpt-label
              move tier-records-read to count-out
              perform write-count-line
              move "  TIER CHANGES ON THE DAY:" to rpt-label
              move tier-changes-today to count-out
              perform write-count-line
              move "  OF WHICH PRODUCT-WIDE:" to rpt-label
              move product-changes-today to count-out
              perform write-count-line
              move "ACCOUNT CHANGES TRACED:" to rpt-label
              move account-items-sorted to count-out
              perform write-count-line
              move "NOTICES PRODUCED:" to rpt-label
              move notices-written to count-out
              perform write-count-line
              move "CHANGES ON NOTICES:" to rpt-label
              move changes-notified to count-out
              perform write-count-line
              move "CHANGES SKIPPED:" to rpt-label
              move changes-skipped to count-out
              perform write-count-line
              if trace-failed
                     move spaces to crp-line
                     string "** NOT EVERY CHANGE COULD BE TRACED - "
                            "SEE ABOVE **"
                            delimited by size into crp-line
                     write crp-line
              end-if.

       write-count-line.
              move spaces to crp-line
              string rpt-label count-out
                     delimited by size into crp-line
              write crp-line.

      *****************************************************************
      * WRITE-RUN-HEADER / WRITE-RUN-TRAILER - this run's entry on    *
      * the shared run-history file.                                  *
      *****************************************************************
       write-run-header.
              open extend run-history-file
              if rnh-status = "35"
                     open output run-history-file
              end-if
              if rnh-status = "00"
                     move "Y" to runh-open-sw
                     accept run-start-time from time
                     move spaces to rnh-record
                     move "H" to rnh-record-type
                     move "TERMNOTE" to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move 0 to rnh-end-time
                     move 0 to rnh-records-read
                     move 0 to rnh-records-written
                     move 0 to rnh-records-rejected
                     move 0 to rnh-return-code
                     write rnh-record
              end-if.

       write-run-trailer.
              if run-history-is-open
                     accept run-end-time from time
                     move spaces to rnh-record
                     move "T" to rnh-record-type
                     move "TERMNOTE" to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     compute rnh-records-read =
                            rate-records-read + tier-records-read
                     move notices-written to rnh-records-written
                     move changes-skipped to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
