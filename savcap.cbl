      *****************************************************************
      * SAVCAP                                                        *
      *                                                               *
      * Month-end interest capitalization over the ACCOUNT-MASTER.    *
      * Every open account is credited with the interest it actually  *
      * earned in the month, worked out the way CALCULATE-IT in the   *
      * SAVINGS program works a projected period: the account's own   *
      * SAVRATE step segments override its base rate for the month,   *
      * and its SAVTIER balance tiers (its own, else its product's)   *
      * split the balance.  Compounding comes from the product on     *
      * PRODMST, monthly when the product is not on file:             *
      *                                                               *
      *   - monthly - one period at the annual rate / 12;             *
      *   - daily   - one period per day of the month at the annual   *
      *               rate / 365, compounded day on day;              *
      *   - quarterly - one period at the annual rate / 4, credited   *
      *               only in March, June, September and December.    *
      *                                                               *
      * The step-segment month is the account's own month - the       *
      * month being capitalized counted from its open date, month 1   *
      * being the month it opened.  An account with no open date is   *
      * in month 1, as it is in a projection.                         *
      *                                                               *
      * For each account credited the balance moves on the master,    *
      * an ACCTCHG before/after record goes out under the MONTHEND    *
      * system ID, and an actual-accrual posting goes to GLACCR for   *
      * SAVGLIF to voucher apart from the projection feed.            *
      *                                                               *
      * The month capitalized is taken from CAPPARM when supplied,    *
      * otherwise it is the month just ended (the run month itself    *
      * when the run falls on its last day).  The month is stamped    *
      * on the master in the same rewrite that moves the balance, so  *
      * a run that dies part way through can simply be rerun: any     *
      * account already carrying the month is passed over and never   *
      * credited twice.  The ACCTCHG and GLACCR records go out ahead  *
      * of that rewrite, so at most one account - the last one on     *
      * GLACCR for the month - can be logged but not yet stamped; a   *
      * rerun finishes that credit from its GLACCR record without     *
      * logging it again.                                             *
      *                                                               *
      * The run ends with a second, read-only sweep of the master     *
      * proving that the balances before plus the interest credited   *
      * equal the balances after.                                     *
      *                                                               *
      * Return code: 0 = clean run, 4 = an account could not be       *
      * updated or the totals do not prove (see CAPRPT), 8 = could    *
      * not run.                                                      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   savcap.

       environment division.
       input-output section.
       file-control.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT SAVINGS-RATE-SCHEDULE ASSIGN TO "SAVRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRS-RECORD-KEY
               FILE STATUS IS RS-STATUS.
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
           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO "ACCTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT CAPITAL-REPORT ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRP-STATUS.
           SELECT CAPITAL-PARM-FILE ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPR-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.

       data division.
       file section.

      *****************************************************************
      * ACCOUNT-MASTER - figures of record for each account.  The     *
      * layout must stay in step with the one in ACCTMNT and the      *
      * SAVINGS program.                                              *
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
      * SAVINGS-RATE-SCHEDULE - promotional/step rate segments,       *
      * maintained by RATEMNT.  The layout must stay in step with     *
      * the one in SAVINGS.  Optional.                                *
      *****************************************************************
       FD  SAVINGS-RATE-SCHEDULE.
       01  SRS-RECORD.
           05  SRS-RECORD-KEY.
               10  SRS-ACCOUNT-NUMBER  PIC 9(9).
               10  SRS-START-MONTH     PIC 9(5).
           05  SRS-END-MONTH           PIC 9(5).
           05  SRS-ANNUAL-RATE         PIC 99V9(4).
           05  FILLER                  PIC X(05).

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
      * PRODMNT.  Only the compounding frequency is used here.  The   *
      * layout must stay in step with the one in PRODMNT.  Optional.  *
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
      * ACCOUNT-CHANGE-LOG - the before/after trail.  The layout      *
      * must stay in step with the one in ACCTMNT.  Each credit is    *
      * written as a change under the MONTHEND system ID.             *
      *****************************************************************
       FD  ACCOUNT-CHANGE-LOG.
       01  ACL-RECORD.
           05  ACL-LOG-DATE            PIC 9(8).
           05  ACL-LOG-TIME            PIC 9(8).
           05  ACL-USER-ID             PIC X(08).
           05  ACL-ACTION              PIC X(01).
           05  ACL-ACCOUNT-NUMBER      PIC 9(9).
           05  ACL-OLD-PRESENT-VALUE   PIC 9(9)V99.
           05  ACL-OLD-ANNUAL-INTEREST PIC 99V9(4).
           05  ACL-OLD-STATUS-CODE     PIC X(01).
           05  ACL-OLD-PRODUCT-TYPE    PIC 9(2).
           05  ACL-OLD-CUSTOMER-NUMBER PIC 9(9).
           05  ACL-NEW-PRESENT-VALUE   PIC 9(9)V99.
           05  ACL-NEW-ANNUAL-INTEREST PIC 99V9(4).
           05  ACL-NEW-STATUS-CODE     PIC X(01).
           05  ACL-NEW-PRODUCT-TYPE    PIC 9(2).
           05  ACL-NEW-CUSTOMER-NUMBER PIC 9(9).
           05  ACL-APPROVER-ID         PIC X(08).
           05  ACL-OLD-MATURITY-DATE   PIC 9(8).
           05  ACL-NEW-OPEN-DATE       PIC 9(8).
           05  ACL-NEW-TERM-MONTHS     PIC 9(3).
           05  ACL-NEW-MATURITY-DATE   PIC 9(8).
           05  ACL-NEW-RENEWAL-CODE    PIC X(01).
           05  ACL-NEW-PAYOUT-ACCOUNT  PIC 9(9).
           05  ACL-NEW-CUSTOMER-NAME   PIC X(15).
           05  ACL-NEW-LAST-CAP-MONTH  PIC 9(6).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * GL-ACCRUAL-FILE - the actual-interest feed, one record per    *
      * account credited.  It is kept apart from GLPOST, which only   *
      * ever carries projected interest, and SAVGLIF vouchers it to   *
      * its own ledger accounts.  The layout must stay in step with   *
      * the one in SAVGLIF.                                           *
      *****************************************************************
       FD  GL-ACCRUAL-FILE.
       01  GLA-RECORD.
           05  GLA-ACCOUNT-NUMBER      PIC 9(9).
           05  GLA-PRINCIPAL           PIC 9(9)V99.
           05  GLA-INTEREST-CREDITED   PIC S9(9)V99.
           05  GLA-NEW-BALANCE         PIC S9(9)V99.
           05  GLA-POSTING-DATE        PIC 9(8).
           05  GLA-CAPITAL-MONTH       PIC 9(6).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * CAPITAL-REPORT - every account credited, every account that   *
      * could not be updated, then the control totals and the proof.  *
      *****************************************************************
       FD  CAPITAL-REPORT.
       01  CRP-LINE                    PIC X(80).

      *****************************************************************
      * CAPITAL-PARM-FILE - optional one-record parameter file.       *
      * Zeros mean "take the default": the month just ended.          *
      *****************************************************************
       FD  CAPITAL-PARM-FILE.
       01  CPR-RECORD.
           05  CPR-CAPITAL-MONTH       PIC 9(6).
           05  FILLER                  PIC X(05).

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

       01  CAPITAL-CONTROL-FIELDS.
           05  CAPITAL-USER-ID         PIC X(08) VALUE "MONTHEND".
           05  CAPITAL-MONTH           PIC 9(6) VALUE ZERO.
           05  CAPITAL-MONTH-PARTS REDEFINES CAPITAL-MONTH.
               10  CAPITAL-YEAR        PIC 9(4).
               10  CAPITAL-MM          PIC 9(2).
           05  LATEST-MONTH            PIC 9(6) VALUE ZERO.
           05  LATEST-MONTH-PARTS REDEFINES LATEST-MONTH.
               10  LATEST-YEAR         PIC 9(4).
               10  LATEST-MM           PIC 9(2).
           05  CAPITAL-MONTH-INDEX     PIC 9(7) USAGE COMP.
           05  OPEN-MONTH-INDEX        PIC 9(7) USAGE COMP.
           05  CAPITAL-MONTH-DAYS      PIC 9(2) USAGE COMP.
           05  PERIODS-THIS-MONTH      PIC 9(3) USAGE COMP.
           05  OPEN-DAY                PIC 9(2) USAGE COMP.
           05  PART-MONTH-INDEX        PIC 9(7) USAGE COMP.
           05  QUARTER-START-INDEX     PIC 9(7) USAGE COMP.
           05  PART-MONTH-REMAINDER    PIC 9(2) USAGE COMP.
           05  PART-DAYS-HELD          PIC 9(3) USAGE COMP.
           05  PART-PERIOD-DAYS        PIC 9(3) USAGE COMP.
           05  OLD-PRESENT-VALUE       PIC 9(9)V99 USAGE COMP.

      *****************************************************************
      * LOGGED-CREDIT-FIELDS - the last GLACCR posting found for the  *
      * month being capitalized.  If its account is still unstamped   *
      * when the sweep reaches it, the run before died between the    *
      * postings and the rewrite, and the credit is finished with     *
      * the interest already posted.                                  *
      *****************************************************************
       01  LOGGED-CREDIT-FIELDS.
           05  LOGGED-ACCOUNT          PIC 9(9) VALUE ZERO.
           05  LOGGED-INTEREST         PIC S9(9)V99 USAGE COMP
                   VALUE ZERO.

      *****************************************************************
      * CALC-FIELDS - the same working figures CALCULATE-IT in the    *
      * SAVINGS program uses for one period, so a month's credit and  *
      * a projected month come out alike to the cent.                 *
      *****************************************************************
       01  CALC-FIELDS.
           05  ACCOUNT-NUMBER          PIC 9(9) USAGE COMP.
           05  PRESENT-VALUE           PIC S9(9)V99 USAGE COMP.
           05  ANNUAL-INTEREST         PIC 99V9(4) USAGE COMP.
           05  ACTIVE-ANNUAL-RATE      PIC 99V9(4) USAGE COMP.
           05  RATE-PER-PERIOD         PIC 9V9(6) USAGE COMP.
           05  PERIODS-PER-YEAR        PIC 9(3) USAGE COMP.
           05  CURRENT-PERIOD          PIC 9(5) USAGE COMP.
           05  CURRENT-MONTH           PIC 9(5) USAGE COMP.
           05  NUMERATOR               PIC S9(9)V9(6) USAGE COMP.
           05  DENOMINATOR             PIC S9(9)V9(6) USAGE COMP.
           05  RUNNING-BALANCE         PIC S9(9)V9(4) USAGE COMP.
           05  NEW-BALANCE             PIC S9(11)V99 USAGE COMP.
           05  INTEREST-CREDITED       PIC S9(9)V99 USAGE COMP.

      *****************************************************************
      * TIER-CALC-FIELDS / TIER-TABLE / RATE-SCHEDULE-TABLE - as in   *
      * the SAVINGS program: the balance tiers and step segments in   *
      * effect for the account being credited right now.              *
      *****************************************************************
       01  TIER-CALC-FIELDS.
           05  TIER-OWNER-TYPE         PIC X(01).
           05  TIER-OWNER-NUMBER       PIC 9(9).
           05  TIER-SUB                PIC 99 USAGE COMP.
           05  TIER-RATE-PER-PERIOD    PIC 9V9(6) USAGE COMP.
           05  TIER-CEILING            PIC S9(11)V99 USAGE COMP.
           05  TIER-PORTION            PIC S9(9)V9(4) USAGE COMP.
           05  TIER-INTEREST           PIC S9(9)V9(6) USAGE COMP.

       01  TIER-TABLE.
           05  TIER-COUNT              PIC 99 USAGE COMP VALUE ZERO.
           05  TIER-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON TIER-COUNT
                   INDEXED BY TI-IDX.
               10  TI-FLOOR-AMOUNT     PIC 9(9)V99.
               10  TI-ANNUAL-RATE      PIC 99V9(4).

       01  RATE-SCHEDULE-TABLE.
           05  RATE-SCHEDULE-COUNT     PIC 99 USAGE COMP VALUE ZERO.
           05  RATE-SCHEDULE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON RATE-SCHEDULE-COUNT
                   INDEXED BY RS-IDX.
               10  RS-START-MONTH      PIC 9(5).
               10  RS-END-MONTH        PIC 9(5).
               10  RS-ANNUAL-RATE      PIC 99V9(4).

      *****************************************************************
      * DATE-CALC-FIELDS - working date for the calendar arithmetic.  *
      * The leap-year rule is the same as in ACCTMAT.                 *
      *****************************************************************
       01  DATE-CALC-FIELDS.
           05  CALC-DATE               PIC 9(8).
           05  CALC-DATE-PARTS REDEFINES CALC-DATE.
               10  CALC-YEAR           PIC 9(4).
               10  CALC-MONTH          PIC 9(2).
               10  CALC-DAY            PIC 9(2).
           05  MONTH-LAST-DAY          PIC 9(2) USAGE COMP.
           05  LEAP-QUOTIENT           PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-4        PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-100      PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-400      PIC 9(4) USAGE COMP.

       01  CAPITAL-COUNTERS.
           05  MASTER-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNTS-CREDITED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  ALREADY-CAPITALIZED     PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOT-OPEN-SKIPPED        PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOT-DUE-THIS-MONTH      PIC 9(9) USAGE COMP VALUE ZERO.
           05  NO-INTEREST-DUE         PIC 9(9) USAGE COMP VALUE ZERO.
           05  UPDATES-FAILED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  CREDITS-COMPLETED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  PROOF-RECORDS-READ      PIC 9(9) USAGE COMP VALUE ZERO.

      *****************************************************************
      * CAPITAL-TOTALS - the proof.  BALANCES-BEFORE is summed as     *
      * each record is read in the crediting sweep, BALANCES-AFTER    *
      * in the second sweep once every rewrite is done.               *
      *****************************************************************
       01  CAPITAL-TOTALS.
           05  BALANCES-BEFORE         PIC S9(13)V99 USAGE COMP
                   VALUE ZERO.
           05  INTEREST-CREDITED-TOTAL PIC S9(13)V99 USAGE COMP
                   VALUE ZERO.
           05  BALANCES-AFTER          PIC S9(13)V99 USAGE COMP
                   VALUE ZERO.
           05  PROOF-TOTAL             PIC S9(13)V99 USAGE COMP
                   VALUE ZERO.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  PV-OUT                  PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  PV-OUT-2                PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  INTEREST-OUT            PIC $ZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  TOTAL-OUT               PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  MONTH-OUT               PIC 9(6) USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  RPT-LABEL               PIC X(28) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".
           05  MORE-RATE-SW            PIC X(01) VALUE "Y".
               88  MORE-RATE-RECS          VALUE "Y".
               88  NO-MORE-RATE-RECS       VALUE "N".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  RATE-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  RATE-FILE-IS-OPEN       VALUE "Y".
           05  RATE-SCHEDULE-FULL-SW   PIC X(01) VALUE "N".
               88  RATE-SCHEDULE-IS-FULL   VALUE "Y".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  CAPITAL-MONTH-SW        PIC X(01) VALUE "Y".
               88  CAPITAL-MONTH-OK        VALUE "Y".
           05  PROOF-SW                PIC X(01) VALUE "Y".
               88  TOTALS-PROVE            VALUE "Y".
           05  OPENED-AFTER-SW         PIC X(01) VALUE "N".
               88  OPENED-AFTER-MONTH      VALUE "Y".
           05  PART-PERIOD-SW          PIC X(01) VALUE "N".
               88  FIRST-PART-PERIOD       VALUE "Y".
           05  MORE-ACCRUAL-SW         PIC X(01) VALUE "Y".
               88  MORE-ACCRUAL-RECS       VALUE "Y".
               88  NO-MORE-ACCRUAL-RECS    VALUE "N".
           05  LOGGED-CREDIT-SW        PIC X(01) VALUE "N".
               88  CREDIT-IS-LOGGED        VALUE "Y".
               88  CREDIT-NOT-LOGGED       VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  AM-STATUS               PIC X(02).
           05  RS-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  ACL-STATUS              PIC X(02).
           05  GLA-STATUS              PIC X(02).
           05  CRP-STATUS              PIC X(02).
           05  CPR-STATUS              PIC X(02).
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
              initialize capital-counters
              initialize capital-totals
              initialize disp-fields
              move "N" to rate-file-open-sw
              move "N" to tier-file-open-sw
              move "N" to product-file-open-sw
              move "N" to report-opened-sw
              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              perform set-capital-month
              if not capital-month-ok
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              open i-o account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-capital-report
              if not report-is-open
                     close account-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-posting-files
              if acl-status not = "00" or gla-status not = "00"
                     close account-master
                     close capital-report
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-rate-schedule
              perform open-rate-tiers
              perform open-product-master
              perform write-report-heading

              perform capitalize-pass
              perform proof-pass
              perform write-capital-totals

              close account-master
              close account-change-log
              close gl-accrual-file
              close capital-report
              if rate-file-is-open
                     close savings-rate-schedule
              end-if
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if product-file-is-open
                     close product-master
              end-if
              if updates-failed > 0 or not totals-prove
                     move 4 to return-code
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * SET-CAPITAL-MONTH - the latest month that has fully ended is  *
      * the run month when the run falls on its last day, otherwise   *
      * the month before.  CAPPARM may name an earlier month (a       *
      * missed month-end) but never a later one - interest not yet    *
      * earned is never credited.                                     *
      *****************************************************************
       set-capital-month.
              move "Y" to capital-month-sw
              move run-date to calc-date
              perform set-month-last-day
              move calc-year to latest-year
              move calc-month to latest-mm
              if calc-day < month-last-day
                     if latest-mm > 1
                            subtract 1 from latest-mm
                     else
                            move 12 to latest-mm
                            subtract 1 from latest-year
                     end-if
              end-if
              move latest-month to capital-month

              open input capital-parm-file
              if cpr-status = "00"
                     read capital-parm-file
                         at end continue
                     end-read
                     if cpr-status = "00"
                            if cpr-capital-month not = 0
                                   move cpr-capital-month
                                          to capital-month
                            end-if
                     end-if
                     close capital-parm-file
              end-if

              move capital-month to month-out
              if capital-mm < 1 or capital-mm > 12
                     display "CAPPARM MONTH " month-out
                            " IS NOT A VALID YYYYMM - RUN ABANDONED."
                     move "N" to capital-month-sw
              end-if
              if capital-month > latest-month
                     display "MONTH " month-out " HAS NOT ENDED - "
                            "RUN ABANDONED."
                     move "N" to capital-month-sw
              end-if
              compute capital-month-index =
                     capital-year * 12 + capital-mm - 1
              move capital-year to calc-year
              move capital-mm to calc-month
              move 1 to calc-day
              perform set-month-last-day
              move month-last-day to capital-month-days.

      *****************************************************************
      * CAPITALIZE-PASS - one sweep of the master crediting every     *
      * open account not yet carrying the month.  Closed and frozen   *
      * accounts are passed over and counted.                         *
      *****************************************************************
       capitalize-pass.
              move spaces to crp-line
              string "ACCOUNT     BALANCE BEFORE       INTEREST"
                     "    BALANCE AFTER"
                     delimited by size into crp-line
              write crp-line
              move spaces to crp-line
              write crp-line
              perform start-master-sweep
              perform capitalize-one-account
                     until no-more-master-recs.

       capitalize-one-account.
              add 1 to master-records-read
              add am-rec-present-value to balances-before
              move am-rec-account-number to account-out
              if am-rec-last-cap-month not numeric
                     move 0 to am-rec-last-cap-month
              end-if
              evaluate true
                  when not am-rec-status-open
                      add 1 to not-open-skipped
                  when am-rec-last-cap-month >= capital-month
                      add 1 to already-capitalized
                  when credit-is-logged
                   and am-rec-account-number = logged-account
                      move logged-interest to interest-credited
                      compute new-balance = am-rec-present-value
                             + interest-credited
                      perform credit-account
                  when other
                      perform compute-month-interest
                      evaluate true
                          when opened-after-month
                              add 1 to no-interest-due
                          when periods-this-month = 0
                              add 1 to not-due-this-month
                          when interest-credited not > 0
                              add 1 to no-interest-due
                          when other
                              perform credit-account
                      end-evaluate
              end-evaluate
              perform read-next-master.

      *****************************************************************
      * COMPUTE-MONTH-INTEREST - the month's periods worked forward   *
      * on the balance exactly as CALC-PERIOD does in SAVINGS.  The   *
      * whole month falls in one account month, so the rate is        *
      * looked up once.  For the part period a monthly or quarterly   *
      * account opened in, the full period's interest is worked and   *
      * then cut back to the days the account was held.               *
      *****************************************************************
       compute-month-interest.
              move am-rec-account-number to account-number
              move am-rec-present-value to present-value
              move am-rec-annual-interest to annual-interest
              move 0 to interest-credited
              perform set-account-periods
              if periods-this-month not = 0
                     perform set-rate-schedule-for-account
                     perform set-tier-schedule-for-account
                     move present-value to running-balance
                     perform lookup-period-rate
                     perform calc-period
                            varying current-period from 1 by 1
                            until current-period > periods-this-month
                     compute new-balance rounded = running-balance
                     compute interest-credited =
                            new-balance - present-value
                     if first-part-period
                            compute interest-credited rounded =
                                   interest-credited * part-days-held
                                   / part-period-days
                            compute new-balance =
                                   present-value + interest-credited
                     end-if
              end-if.

      *****************************************************************
      * SET-ACCOUNT-PERIODS - the product's compounding frequency,    *
      * the number of its periods that end in the month, and the      *
      * account month the step segments are looked up on.  A          *
      * quarterly account's period covers the quarter, so its rate    *
      * is the one in force in the quarter's first month.  An         *
      * account opened after the month earns nothing for it.  One     *
      * opened inside its first period earns only from the day it     *
      * opened: a daily account gets the days from its open date to   *
      * month end, and a monthly or quarterly account opened after    *
      * the first day of its month or quarter gets that period's      *
      * interest in the proportion of the period's days it was held,  *
      * open date included.                                           *
      *****************************************************************
       set-account-periods.
              move "N" to opened-after-sw
              move "N" to part-period-sw
              move 12 to periods-per-year
              if product-file-is-open and am-rec-product-type not = 0
                     move am-rec-product-type to pm-rec-product-type
                     read product-master
                         invalid key
                             continue
                         not invalid key
                             if pm-rec-periods-per-year = 4 or 12
                                    or 365
                                    move pm-rec-periods-per-year
                                           to periods-per-year
                             end-if
                     end-read
              end-if
              evaluate periods-per-year
                  when 365
                      move capital-month-days to periods-this-month
                  when 4
                      if capital-mm = 3 or 6 or 9 or 12
                             move 1 to periods-this-month
                      else
                             move 0 to periods-this-month
                      end-if
                  when other
                      move 1 to periods-this-month
              end-evaluate

              move 1 to current-month
              if am-rec-open-date numeric and am-rec-open-date not = 0
                     move am-rec-open-date to calc-date
                     compute open-month-index =
                            calc-year * 12 + calc-month - 1
                     if open-month-index > capital-month-index
                            move 0 to periods-this-month
                            move "Y" to opened-after-sw
                     else
                            compute current-month =
                                   capital-month-index -
                                   open-month-index + 1
                            move calc-day to open-day
                            perform set-first-part-period
                     end-if
              end-if
              if periods-per-year = 4 and current-month > 2
                     subtract 2 from current-month
              end-if.

      *****************************************************************
      * SET-FIRST-PART-PERIOD - OPEN-DAY and OPEN-MONTH-INDEX give    *
      * the open date.  A daily account opened in the month loses     *
      * the days before it; a monthly or quarterly period the         *
      * account opened inside is marked for cutting back, with the    *
      * days held and the days in the whole period.                   *
      *****************************************************************
       set-first-part-period.
              evaluate true
                  when periods-this-month = 0
                      continue
                  when periods-per-year = 365
                      if open-month-index = capital-month-index
                             compute periods-this-month =
                                    capital-month-days - open-day + 1
                      end-if
                  when periods-per-year = 4
                      if open-month-index + 2 > capital-month-index
                             and not (open-month-index + 2 =
                             capital-month-index and open-day = 1)
                             move 0 to part-days-held
                             move 0 to part-period-days
                             compute quarter-start-index =
                                    capital-month-index - 2
                             perform add-part-month-days
                                    varying part-month-index
                                    from quarter-start-index by 1
                                    until part-month-index >
                                    capital-month-index
                             move "Y" to part-period-sw
                      end-if
                  when other
                      if open-month-index = capital-month-index and
                             open-day > 1
                             compute part-days-held =
                                    capital-month-days - open-day + 1
                             move capital-month-days
                                    to part-period-days
                             move "Y" to part-period-sw
                      end-if
              end-evaluate.

       add-part-month-days.
              divide part-month-index by 12 giving calc-year
                     remainder part-month-remainder
              compute calc-month = part-month-remainder + 1
              perform set-month-last-day
              add month-last-day to part-period-days
              if part-month-index > open-month-index
                     add month-last-day to part-days-held
              end-if
              if part-month-index = open-month-index
                     compute part-days-held = part-days-held +
                            month-last-day - open-day + 1
              end-if.

      *****************************************************************
      * CREDIT-ACCOUNT - the ACCTCHG and GLACCR records are written   *
      * first and the master is rewritten last, so the balance never  *
      * moves without its audit record and its posting.  A credit     *
      * already on GLACCR from a run that died before the rewrite is  *
      * not logged again.  Should the rewrite itself fail the records *
      * are already out, and CAPRPT says so for them to be backed     *
      * out.                                                          *
      *****************************************************************
       credit-account.
              if new-balance > 999999999.99
                     add 1 to updates-failed
                     move spaces to crp-line
                     string "** ACCOUNT " account-out
                            " BALANCE WOULD EXCEED THE MASTER FIELD - "
                            "NOT CREDITED"
                            delimited by size into crp-line
                     write crp-line
              else
                     move am-rec-present-value to old-present-value
                     move new-balance to am-rec-present-value
                     move capital-month to am-rec-last-cap-month
                     if credit-is-logged
                        and am-rec-account-number = logged-account
                            add 1 to credits-completed
                            move "N" to logged-credit-sw
                     else
                            perform write-change-log
                            perform write-accrual-posting
                     end-if
                     rewrite am-record
                         invalid key
                             perform report-update-failed
                         not invalid key
                             add 1 to accounts-credited
                             add interest-credited
                                    to interest-credited-total
                             move old-present-value to pv-out
                             move interest-credited to interest-out
                             move am-rec-present-value to pv-out-2
                             move spaces to crp-line
                             string account-out "  " pv-out " "
                                    interest-out "  " pv-out-2
                                    delimited by size into crp-line
                             write crp-line
                     end-rewrite
              end-if.

      *****************************************************************
      * PROOF-PASS - a second, read-only sweep adding up the master   *
      * as it now stands.                                             *
      *****************************************************************
       proof-pass.
              perform start-master-sweep
              perform proof-one-account until no-more-master-recs
              compute proof-total =
                     balances-before + interest-credited-total
              if proof-total = balances-after
                     move "Y" to proof-sw
              else
                     move "N" to proof-sw
              end-if.

       proof-one-account.
              add 1 to proof-records-read
              add am-rec-present-value to balances-after
              perform read-next-master.

       start-master-sweep.
              move "Y" to more-master-sw
              move 0 to am-rec-account-number
              start account-master key >= am-rec-account-number
                  invalid key
                      move "N" to more-master-sw
              end-start
              if more-master-recs
                     perform read-next-master
              end-if.

       read-next-master.
              read account-master next
                  at end move "N" to more-master-sw
              end-read
              if more-master-recs and am-status not = "00"
                     display "ACCTMST READ FAILED - STATUS " am-status
                            " - SWEEP STOPPED."
                     add 1 to updates-failed
                     move "N" to more-master-sw
              end-if.

       report-update-failed.
              add 1 to updates-failed
              display "ACCTMST REWRITE FAILED - STATUS " am-status
                     " - ACCOUNT " account-out
              move spaces to crp-line
              string "** ACCOUNT " account-out
                     " COULD NOT BE UPDATED - STATUS " am-status
                     delimited by size into crp-line
              write crp-line
              move spaces to crp-line
              string "   ITS ACCTCHG AND GLACCR RECORDS ARE WRITTEN - "
                     "BACK THEM OUT"
                     delimited by size into crp-line
              write crp-line.

      *****************************************************************
      * SET-RATE-SCHEDULE-FOR-ACCOUNT - the account's step segments,  *
      * read the same way the SAVINGS batch reads them.               *
      *****************************************************************
       set-rate-schedule-for-account.
              move 0 to rate-schedule-count
              move "N" to rate-schedule-full-sw
              if rate-file-is-open
                     move account-number to srs-account-number
                     move 0 to srs-start-month
                     move "Y" to more-rate-sw
                     start savings-rate-schedule
                         key >= srs-record-key
                         invalid key
                             move "N" to more-rate-sw
                     end-start
                     if more-rate-recs
                            perform read-next-rate-segment
                     end-if
                     perform copy-rate-schedule-entry
                            until no-more-rate-recs
              end-if.

       read-next-rate-segment.
              read savings-rate-schedule next
                  at end move "N" to more-rate-sw
              end-read
              if more-rate-recs and
                     srs-account-number not = account-number
                     move "N" to more-rate-sw
              end-if.

       copy-rate-schedule-entry.
              if rate-schedule-count >= 20
                     if not rate-schedule-is-full
                            display "ACCOUNT " account-out
                                   " HAS MORE THAN 20 RATE "
                                   "SEGMENTS ON FILE - "
                                   "REMAINDER NOT USED."
                            move "Y" to rate-schedule-full-sw
                     end-if
              else
                     add 1 to rate-schedule-count
                     move srs-start-month
                            to rs-start-month (rate-schedule-count)
                     move srs-end-month
                            to rs-end-month (rate-schedule-count)
                     move srs-annual-rate
                            to rs-annual-rate (rate-schedule-count)
              end-if
              perform read-next-rate-segment.

       calc-period.
              if tier-count not = 0
                     perform compute-tiered-interest
                     compute running-balance = running-balance +
                            tier-interest
              else
                     compute numerator = running-balance *
                            rate-per-period
                     compute running-balance = running-balance +
                            numerator
              end-if.

       lookup-period-rate.
              move annual-interest to active-annual-rate
              if rate-schedule-count not = 0
                     move 1 to rs-idx
                     perform find-rate-segment varying rs-idx
                            from 1 by 1
                            until rs-idx > rate-schedule-count
              end-if
              compute denominator = periods-per-year * 100
              divide active-annual-rate by denominator
                     giving rate-per-period rounded.

       find-rate-segment.
              if current-month >= rs-start-month (rs-idx) and
                     current-month <= rs-end-month (rs-idx)
                     move rs-annual-rate (rs-idx) to active-annual-rate
              end-if.

      *****************************************************************
      * SET-TIER-SCHEDULE-FOR-ACCOUNT - the balance tiers the         *
      * account earns under: its own "A" tiers when it has any,       *
      * otherwise its product's "P" tiers.                            *
      *****************************************************************
       set-tier-schedule-for-account.
              move 0 to tier-count
              if tier-file-is-open
                     move "A" to tier-owner-type
                     move account-number to tier-owner-number
                     perform load-tier-owner
                     if tier-count = 0 and
                            am-rec-product-type not = 0
                            move "P" to tier-owner-type
                            move am-rec-product-type
                                   to tier-owner-number
                            perform load-tier-owner
                     end-if
              end-if.

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
      * balance split across the tiers, exactly as in SAVINGS: the    *
      * slice below the lowest floor earns the account's base or      *
      * scheduled rate, each slice above earns its tier's rate.       *
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

      *****************************************************************
      * WRITE-CHANGE-LOG - the credit's before/after record.  Only    *
      * the balance moves; the rest of the figures are the same on    *
      * both sides.                                                   *
      *****************************************************************
       write-change-log.
              accept run-time from time
              move spaces to acl-record
              move run-date to acl-log-date
              move run-time to acl-log-time
              move capital-user-id to acl-user-id
              move "C" to acl-action
              move am-rec-account-number to acl-account-number
              move old-present-value to acl-old-present-value
              move am-rec-annual-interest to acl-old-annual-interest
              move am-rec-status-code to acl-old-status-code
              move am-rec-product-type to acl-old-product-type
              move am-rec-customer-number to acl-old-customer-number
              move am-rec-present-value to acl-new-present-value
              move am-rec-annual-interest to acl-new-annual-interest
              move am-rec-status-code to acl-new-status-code
              move am-rec-product-type to acl-new-product-type
              move am-rec-customer-number to acl-new-customer-number
              move spaces to acl-approver-id
              move am-rec-maturity-date to acl-old-maturity-date
              move am-rec-open-date to acl-new-open-date
              move am-rec-term-months to acl-new-term-months
              move am-rec-maturity-date to acl-new-maturity-date
              move am-rec-renewal-code to acl-new-renewal-code
              move am-rec-payout-account to acl-new-payout-account
              move am-rec-customer-name to acl-new-customer-name
              move am-rec-last-cap-month to acl-new-last-cap-month
              write acl-record.

       write-accrual-posting.
              move spaces to gla-record
              move am-rec-account-number to gla-account-number
              move old-present-value to gla-principal
              move interest-credited to gla-interest-credited
              move am-rec-present-value to gla-new-balance
              move run-date to gla-posting-date
              move capital-month to gla-capital-month
              write gla-record.

       set-month-last-day.
              evaluate calc-month
                  when 4
                  when 6
                  when 9
                  when 11
                      move 30 to month-last-day
                  when 2
                      divide calc-year by 4 giving leap-quotient
                             remainder leap-remainder-4
                      divide calc-year by 100 giving leap-quotient
                             remainder leap-remainder-100
                      divide calc-year by 400 giving leap-quotient
                             remainder leap-remainder-400
                      if leap-remainder-4 = 0 and
                             (leap-remainder-100 not = 0 or
                             leap-remainder-400 = 0)
                             move 29 to month-last-day
                      else
                             move 28 to month-last-day
                      end-if
                  when other
                      move 31 to month-last-day
              end-evaluate.

       open-capital-report.
              open output capital-report
              if crp-status not = "00"
                     display "CAPRPT OPEN FAILED - STATUS " crp-status
              else
                     move "Y" to report-opened-sw
              end-if.

      *****************************************************************
      * OPEN-POSTING-FILES - a credit with no change-log record or    *
      * no accrual posting would leave the ledger or the audit trail  *
      * short, so the run will not start without both.                *
      *****************************************************************
       open-posting-files.
              perform find-logged-credit
              open extend account-change-log
              if acl-status = "35"
                     open output account-change-log
              end-if
              if acl-status not = "00"
                     display "ACCTCHG OPEN FAILED - STATUS " acl-status
                     move "99" to gla-status
              else
                     open extend gl-accrual-file
                     if gla-status = "35"
                            open output gl-accrual-file
                     end-if
                     if gla-status not = "00"
                            display "GLACCR OPEN FAILED - STATUS "
                                   gla-status
                            close account-change-log
                     end-if
              end-if.

      *****************************************************************
      * FIND-LOGGED-CREDIT - GLACCR is read through once before it is *
      * opened for extend, keeping the last posting for the month.    *
      * No GLACCR yet (status 35) means nothing can be in doubt.      *
      *****************************************************************
       find-logged-credit.
              move "N" to logged-credit-sw
              open input gl-accrual-file
              if gla-status = "00"
                     move "Y" to more-accrual-sw
                     perform read-next-accrual
                     perform keep-logged-credit
                            until no-more-accrual-recs
                     close gl-accrual-file
              end-if.

       keep-logged-credit.
              if gla-capital-month = capital-month
                     move "Y" to logged-credit-sw
                     move gla-account-number to logged-account
                     move gla-interest-credited to logged-interest
              end-if
              perform read-next-accrual.

       read-next-accrual.
              read gl-accrual-file
                  at end move "N" to more-accrual-sw
              end-read
              if more-accrual-recs and gla-status not = "00"
                     move "N" to more-accrual-sw
              end-if.

       open-rate-schedule.
              open input savings-rate-schedule
              if rs-status = "00"
                     move "Y" to rate-file-open-sw
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
              string "FIRST COMMUNITY SAVINGS BANK"
                     delimited by size into crp-line
              write crp-line
              move capital-month to month-out
              move spaces to crp-line
              string "MONTH-END INTEREST CAPITALIZATION"
                     "  MONTH: " month-out
                     "  RUN DATE: " run-date
                     delimited by size into crp-line
              write crp-line
              move spaces to crp-line
              write crp-line.

       write-capital-totals.
              move spaces to crp-line
              write crp-line
              move spaces to crp-line
              string "END-OF-RUN CONTROL TOTALS"
                     delimited by size into crp-line
              write crp-line
              move "MASTER RECORDS READ:" to rpt-label
              move master-records-read to count-out
              perform write-count-line
              move "ACCOUNTS CREDITED:" to rpt-label
              move accounts-credited to count-out
              perform write-count-line
              move "ALREADY CAPITALIZED:" to rpt-label
              move already-capitalized to count-out
              perform write-count-line
              move "NOT OPEN - SKIPPED:" to rpt-label
              move not-open-skipped to count-out
              perform write-count-line
              move "NOT DUE THIS MONTH:" to rpt-label
              move not-due-this-month to count-out
              perform write-count-line
              move "NO INTEREST DUE:" to rpt-label
              move no-interest-due to count-out
              perform write-count-line
              move "UPDATES FAILED:" to rpt-label
              move updates-failed to count-out
              perform write-count-line
              move "COMPLETED FROM GLACCR:" to rpt-label
              move credits-completed to count-out
              perform write-count-line
              move "RECORDS IN PROOF SWEEP:" to rpt-label
              move proof-records-read to count-out
              perform write-count-line
              move spaces to crp-line
              write crp-line
              move "BALANCES BEFORE:" to rpt-label
              move balances-before to total-out
              perform write-total-line
              move "INTEREST CREDITED:" to rpt-label
              move interest-credited-total to total-out
              perform write-total-line
              move "BEFORE PLUS INTEREST:" to rpt-label
              move proof-total to total-out
              perform write-total-line
              move "BALANCES AFTER:" to rpt-label
              move balances-after to total-out
              perform write-total-line
              move spaces to crp-line
              if totals-prove
                     string "PROOF: BALANCES BEFORE PLUS INTEREST "
                            "EQUAL BALANCES AFTER - IN BALANCE"
                            delimited by size into crp-line
              else
                     string "** PROOF FAILED: BALANCES AFTER DO NOT "
                            "EQUAL BEFORE PLUS INTEREST **"
                            delimited by size into crp-line
                     display "CAPITALIZATION TOTALS DO NOT PROVE - "
                            "SEE CAPRPT."
              end-if
              write crp-line
              move accounts-credited to count-out
              move interest-credited-total to total-out
              display "ACCOUNTS CREDITED:    " count-out
              display "INTEREST CREDITED:    " total-out.

       write-count-line.
              move spaces to crp-line
              string rpt-label count-out
                     delimited by size into crp-line
              write crp-line.

       write-total-line.
              move spaces to crp-line
              string rpt-label total-out
                     delimited by size into crp-line
              write crp-line.

      *****************************************************************
      * WRITE-RUN-HEADER / WRITE-RUN-TRAILER - this run's entry on    *
      * the shared run-history file.  The header goes out as soon as  *
      * the run starts, so a run that dies leaves a header with no    *
      * trailer and the operations report can say so.  A history      *
      * file that cannot be opened never stops the run itself.        *
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
                     move "SAVCAP  " to rnh-program-id
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
                     move "SAVCAP  " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move master-records-read to rnh-records-read
                     move accounts-credited to rnh-records-written
                     move updates-failed to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
