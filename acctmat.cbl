      *****************************************************************
      * ACCTMAT                                                       *
      *                                                               *
      * Nightly certificate maturity run over the ACCOUNT-MASTER.     *
      * Every term account - one carrying a term in months and a      *
      * maturity date - is looked at once a night:                    *
      *                                                               *
      *   - one maturing within the notice window (MATPARM, default   *
      *     30 days) gets a pre-maturity customer notice on MATNOTE,  *
      *     once per term - AM-REC-NOTICE-DATE records that it went;  *
      *   - one that has reached its maturity date with an auto-      *
      *     renew instruction is rolled to a new term of the same     *
      *     length at the current rate for its product, and the       *
      *     change is written to ACCTCHG under the MATURITY system    *
      *     ID like any other maintenance action;                     *
      *   - one that has matured to be paid out or held, or that      *
      *     cannot be renewed (frozen, no instruction), is listed on  *
      *     MATRPT for the branch to act on.  It stays on the list    *
      *     every night until the branch changes the master.          *
      *                                                               *
      * The current rate for a product is the product-wide balance    *
      * tier on SAVTIER that the account's balance falls in; with no  *
      * product tiers on file, or a balance below the lowest floor,   *
      * the account renews at the rate it already has.                *
      *                                                               *
      * A rerun on the same night is safe: a renewed account's        *
      * maturity date has already moved past the run date, and a      *
      * notice already sent is not sent again.                        *
      *                                                               *
      * Return code: 0 = clean run, 4 = an account could not be       *
      * updated, or notices were held because MATNOTE could not be    *
      * opened (see MATRPT), 8 = could not run.                       *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   acctmat.

       environment division.
       input-output section.
       file-control.
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
           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO "ACCTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-STATUS.
           SELECT MATURITY-NOTICE-FILE ASSIGN TO "MATNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTC-STATUS.
           SELECT MATURITY-REPORT ASSIGN TO "MATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRP-STATUS.
           SELECT MATURITY-PARM-FILE ASSIGN TO "MATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MPR-STATUS.
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
      * SAVINGS-RATE-TIERS - balance-tier rate segments, maintained   *
      * by TIERMNT.  Only the product-wide "P" sets are read here.    *
      * The layout must stay in step with the one in SAVINGS.         *
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
      * ACCOUNT-CHANGE-LOG - the before/after trail.  The layout      *
      * must stay in step with the one in ACCTMNT.  Renewals are      *
      * written as changes under the MATURITY system ID.              *
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
      * MATURITY-NOTICE-FILE - the pre-maturity customer notices,     *
      * one page per account, printed and mailed by operations.       *
      *****************************************************************
       FD  MATURITY-NOTICE-FILE.
       01  NTC-LINE                    PIC X(80).

      *****************************************************************
      * MATURITY-REPORT - the branch listing: every notice sent and   *
      * every renewal made tonight, then every matured account        *
      * waiting on the branch (payouts and holds), then the counts.   *
      *****************************************************************
       FD  MATURITY-REPORT.
       01  MRP-LINE                    PIC X(80).

      *****************************************************************
      * MATURITY-PARM-FILE - optional one-record parameter file.      *
      * Zeros mean "take the default": a 30-day notice window and     *
      * today's date.                                                 *
      *****************************************************************
       FD  MATURITY-PARM-FILE.
       01  MPR-RECORD.
           05  MPR-NOTICE-DAYS         PIC 9(3).
           05  MPR-AS-OF-DATE          PIC 9(8).
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

       01  MATURITY-CONTROL-FIELDS.
           05  NOTICE-DAYS             PIC 9(3) USAGE COMP VALUE 30.
           05  NOTICE-HORIZON-DATE     PIC 9(8) VALUE ZERO.
           05  DAYS-ADDED              PIC 9(3) USAGE COMP VALUE ZERO.
           05  MATURITY-USER-ID        PIC X(08) VALUE "MATURITY".

       01  RENEWAL-FIELDS.
           05  OLD-ANNUAL-INTEREST     PIC 99V9(4) USAGE COMP.
           05  NEW-ANNUAL-INTEREST     PIC 99V9(4) USAGE COMP.
           05  OLD-MATURITY-DATE       PIC 9(8).
           05  PRODUCT-RATE            PIC 99V9(4) USAGE COMP.
           05  PRODUCT-RATE-SW         PIC X(01) VALUE "N".
               88  PRODUCT-RATE-FOUND      VALUE "Y".

      *****************************************************************
      * DATE-CALC-FIELDS - working date for the maturity arithmetic.  *
      * The rules are the same as in ACCTMNT: a term is added in      *
      * whole calendar months and a day past the end of the target    *
      * month is pulled back to its last day.                         *
      *****************************************************************
       01  DATE-CALC-FIELDS.
           05  CALC-DATE               PIC 9(8).
           05  CALC-DATE-PARTS REDEFINES CALC-DATE.
               10  CALC-YEAR           PIC 9(4).
               10  CALC-MONTH          PIC 9(2).
               10  CALC-DAY            PIC 9(2).
           05  MONTHS-TO-ADD           PIC 9(5) USAGE COMP.
           05  MONTH-INDEX             PIC 9(7) USAGE COMP.
           05  MONTH-LAST-DAY          PIC 9(2) USAGE COMP.
           05  LEAP-QUOTIENT           PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-4        PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-100      PIC 9(4) USAGE COMP.
           05  LEAP-REMAINDER-400      PIC 9(4) USAGE COMP.

       01  MATURITY-COUNTERS.
           05  MASTER-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  TERM-ACCOUNTS-SEEN      PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOTICES-WRITTEN         PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOTICES-SKIPPED-FROZEN  PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOTICES-HELD-NO-FILE    PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNTS-RENEWED        PIC 9(9) USAGE COMP VALUE ZERO.
           05  PAYOUTS-LISTED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  HOLDS-LISTED            PIC 9(9) USAGE COMP VALUE ZERO.
           05  UPDATES-FAILED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACTIONS-WRITTEN         PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  PAYOUT-OUT              PIC 9(9) USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  PV-OUT                  PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  TERM-OUT                PIC ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  DATE-OUT-2              PIC 9(8) USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  DAYS-OUT                PIC ZZ9 USAGE DISPLAY.
           05  RPT-LABEL               PIC X(28) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  NOTICE-OPENED-SW        PIC X(01) VALUE "N".
               88  NOTICE-FILE-IS-OPEN     VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AM-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  ACL-STATUS              PIC X(02).
           05  NTC-STATUS              PIC X(02).
           05  MRP-STATUS              PIC X(02).
           05  MPR-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).

      *****************************************************************
      * RUN-DATE-TIME - RUN-DATE is the as-of date the maturity tests *
      * are made against, and may be back-dated by MATPARM.  The      *
      * change log is always stamped with the real system date in     *
      * LOG-DATE, so ACCTRCV and CHGAUDIT find the entry on the day   *
      * it was written.                                               *
      *****************************************************************
       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUN-TIME                PIC 9(8).
           05  LOG-DATE                PIC 9(8).

      *****************************************************************
      * RUN-HISTORY-FIELDS - RUN-HISTORY-DATE is captured before the  *
      * MATPARM as-of date can overwrite RUN-DATE, so the header and  *
      * trailer of one run always pair on the same (real) date on     *
      * the operations report.                                        *
      *****************************************************************
       01  RUN-HISTORY-FIELDS.
           05  RUN-HISTORY-DATE        PIC 9(8) VALUE ZERO.
           05  RUN-START-TIME          PIC 9(8) VALUE ZERO.
           05  RUN-END-TIME            PIC 9(8) VALUE ZERO.
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

       procedure division.
       main-line.
              initialize maturity-counters
              initialize disp-fields
              move "N" to tier-file-open-sw
              move "N" to notice-opened-sw
              move "N" to report-opened-sw
              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header
              perform read-maturity-parms

              open i-o account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-maturity-report
              if not report-is-open
                     close account-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-notice-file
              perform open-change-log
              perform open-rate-tiers

              move run-date to calc-date
              perform add-one-day
                     varying days-added from 1 by 1
                     until days-added > notice-days
              move calc-date to notice-horizon-date
              perform write-report-heading

              perform renewal-pass
              perform branch-action-pass
              perform write-maturity-totals

              close account-master
              close account-change-log
              close maturity-report
              if notice-file-is-open
                     close maturity-notice-file
              end-if
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if updates-failed > 0 or notices-held-no-file > 0
                     move 4 to return-code
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * RENEWAL-PASS - one sweep of the master sending the notices    *
      * that are due and rolling the auto-renew accounts that have    *
      * matured.  Both update the record in place.                    *
      *****************************************************************
       renewal-pass.
              move spaces to mrp-line
              string "NOTICES SENT AND ACCOUNTS RENEWED"
                     delimited by size into mrp-line
              write mrp-line
              move spaces to mrp-line
              write mrp-line
              perform start-master-sweep
              perform renewal-one-account until no-more-master-recs.

       renewal-one-account.
              add 1 to master-records-read
              if am-rec-term-months not = 0 and
                     am-rec-maturity-date not = 0 and
                     not am-rec-status-closed
                     add 1 to term-accounts-seen
                     if am-rec-maturity-date > run-date
                            if am-rec-maturity-date <=
                                   notice-horizon-date and
                                   am-rec-notice-date = 0
                                   perform send-maturity-notice
                            end-if
                     else
                            if am-rec-renew-auto and
                                   am-rec-status-open
                                   perform renew-account
                            end-if
                     end-if
              end-if
              perform read-next-master.

      *****************************************************************
      * SEND-MATURITY-NOTICE - no notice may print for a frozen       *
      * account, the same rule the counter statement follows; it is   *
      * counted and left for the next night.  Nor is an account       *
      * marked as notified when MATNOTE could not be opened: the      *
      * notice is counted as held, the run ends with return code 4,   *
      * and the next night sends it.                                  *
      *****************************************************************
       send-maturity-notice.
              move am-rec-account-number to account-out
              if am-rec-status-frozen
                     add 1 to notices-skipped-frozen
              else
              if not notice-file-is-open
                     add 1 to notices-held-no-file
              else
                     perform write-maturity-notice
                     move run-date to am-rec-notice-date
                     rewrite am-record
                         invalid key
                             perform report-update-failed
                         not invalid key
                             add 1 to notices-written
                             move am-rec-maturity-date to date-out
                             move spaces to mrp-line
                             string "NOTICE   ACCT " account-out
                                    "  MATURES " date-out
                                    "  RENEWAL " am-rec-renewal-code
                                    delimited by size into mrp-line
                             write mrp-line
                     end-rewrite
              end-if
              end-if.

       write-maturity-notice.
              if notice-file-is-open
                     move spaces to ntc-line
                     string "FIRST COMMUNITY SAVINGS BANK"
                            delimited by size into ntc-line
                     write ntc-line
                     move spaces to ntc-line
                     string "CERTIFICATE MATURITY NOTICE"
                            "                        DATE: " run-date
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
                     move am-rec-present-value to pv-out
                     move spaces to ntc-line
                     string "CURRENT BALANCE: " pv-out
                            delimited by size into ntc-line
                     write ntc-line
                     move am-rec-annual-interest to rate-out
                     move spaces to ntc-line
                     string "CURRENT ANNUAL INTEREST RATE: " rate-out
                            "%"
                            delimited by size into ntc-line
                     write ntc-line
                     move am-rec-term-months to term-out
                     move am-rec-open-date to date-out
                     move spaces to ntc-line
                     string "TERM: " term-out " MONTHS, OPENED "
                            date-out
                            delimited by size into ntc-line
                     write ntc-line
                     move am-rec-maturity-date to date-out
                     move spaces to ntc-line
                     string "YOUR CERTIFICATE MATURES ON " date-out
                            delimited by size into ntc-line
                     write ntc-line
                     move spaces to ntc-line
                     write ntc-line
                     move spaces to ntc-line
                     evaluate true
                         when am-rec-renew-auto
                             string "AT MATURITY IT WILL RENEW FOR "
                                    "ANOTHER " term-out " MONTHS AT "
                                    "THE RATE THEN IN EFFECT."
                                    delimited by size into ntc-line
                         when am-rec-renew-pay-out
                             move am-rec-payout-account to payout-out
                             string "AT MATURITY THE BALANCE WILL BE "
                                    "PAID TO ACCOUNT " payout-out "."
                                    delimited by size into ntc-line
                         when other
                             string "AT MATURITY THE BALANCE WILL BE "
                                    "HELD PENDING YOUR INSTRUCTIONS."
                                    delimited by size into ntc-line
                     end-evaluate
                     write ntc-line
                     move spaces to ntc-line
                     string "TO CHANGE THESE INSTRUCTIONS CONTACT "
                            "YOUR BRANCH BEFORE THE MATURITY DATE."
                            delimited by size into ntc-line
                     write ntc-line
                     move spaces to ntc-line
                     write ntc-line
                     move all "-" to ntc-line
                     write ntc-line
              end-if.

      *****************************************************************
      * RENEW-ACCOUNT - roll the certificate to a new term of the     *
      * same length starting on the old maturity date, at the         *
      * product's current rate.  A certificate several terms behind   *
      * (the run was down) is rolled until its maturity date is       *
      * ahead of the run date again.  The notice date is cleared so   *
      * the new term gets its own notice.                             *
      *****************************************************************
       renew-account.
              move am-rec-account-number to account-out
              move am-rec-annual-interest to old-annual-interest
              move am-rec-maturity-date to old-maturity-date
              perform find-product-rate
              if product-rate-found
                     move product-rate to new-annual-interest
              else
                     move am-rec-annual-interest to new-annual-interest
              end-if
              perform roll-one-term
                     until am-rec-maturity-date > run-date
              move new-annual-interest to am-rec-annual-interest
              move 0 to am-rec-notice-date
              rewrite am-record
                  invalid key
                      perform report-update-failed
                  not invalid key
                      perform write-change-log
                      add 1 to accounts-renewed
                      move old-annual-interest to rate-out
                      move new-annual-interest to rate-out-2
                      move am-rec-maturity-date to date-out
                      move spaces to mrp-line
                      string "RENEWED  ACCT " account-out
                             "  RATE " rate-out " TO " rate-out-2
                             "  NEW MATURITY " date-out
                             delimited by size into mrp-line
                      write mrp-line
              end-rewrite.

       roll-one-term.
              move am-rec-maturity-date to am-rec-open-date
              move am-rec-maturity-date to calc-date
              move am-rec-term-months to months-to-add
              perform add-months-to-date
              move calc-date to am-rec-maturity-date.

      *****************************************************************
      * FIND-PRODUCT-RATE - the product-wide tier the balance falls   *
      * in: the highest floor at or below the balance.                *
      *****************************************************************
       find-product-rate.
              move "N" to product-rate-sw
              move 0 to product-rate
              if tier-file-is-open and am-rec-product-type not = 0
                     move "P" to trs-owner-type
                     move am-rec-product-type to trs-owner-number
                     move 0 to trs-floor-amount
                     move "Y" to more-tier-sw
                     start savings-rate-tiers key >= trs-record-key
                         invalid key
                             move "N" to more-tier-sw
                     end-start
                     if more-tier-recs
                            perform read-next-product-tier
                     end-if
                     perform check-product-tier
                            until no-more-tier-recs
              end-if.

       read-next-product-tier.
              read savings-rate-tiers next
                  at end move "N" to more-tier-sw
              end-read
              if more-tier-recs
                     if trs-owner-type not = "P" or
                            trs-owner-number not = am-rec-product-type
                            move "N" to more-tier-sw
                     end-if
              end-if.

       check-product-tier.
              if trs-floor-amount <= am-rec-present-value
                     move trs-annual-rate to product-rate
                     move "Y" to product-rate-sw
              end-if
              perform read-next-product-tier.

      *****************************************************************
      * BRANCH-ACTION-PASS - a second, read-only sweep listing every  *
      * matured certificate the run did not renew, for the branch to  *
      * pay out or follow up.                                         *
      *****************************************************************
       branch-action-pass.
              move spaces to mrp-line
              write mrp-line
              move spaces to mrp-line
              string "MATURED ACCOUNTS FOR BRANCH ACTION"
                     delimited by size into mrp-line
              write mrp-line
              move spaces to mrp-line
              write mrp-line
              perform start-master-sweep
              perform branch-action-one-account
                     until no-more-master-recs.

       branch-action-one-account.
              if am-rec-term-months not = 0 and
                     am-rec-maturity-date not = 0 and
                     am-rec-maturity-date <= run-date and
                     not am-rec-status-closed
                     move am-rec-account-number to account-out
                     move am-rec-present-value to pv-out
                     move am-rec-maturity-date to date-out
                     move spaces to mrp-line
                     evaluate true
                         when am-rec-renew-pay-out and
                                am-rec-status-open
                             add 1 to payouts-listed
                             move am-rec-payout-account to payout-out
                             string "PAYOUT   ACCT " account-out
                                    " MATURED " date-out " "
                                    pv-out " TO ACCT " payout-out
                                    delimited by size into mrp-line
                         when am-rec-status-frozen
                             add 1 to holds-listed
                             string "HOLD     ACCT " account-out
                                    " MATURED " date-out " "
                                    pv-out " FROZEN - NOT ACTED ON"
                                    delimited by size into mrp-line
                         when am-rec-renew-hold
                             add 1 to holds-listed
                             string "HOLD     ACCT " account-out
                                    " MATURED " date-out " "
                                    pv-out " AWAITING INSTRUCTIONS"
                                    delimited by size into mrp-line
                         when am-rec-renew-auto
                             add 1 to holds-listed
                             string "HOLD     ACCT " account-out
                                    " MATURED " date-out " "
                                    pv-out " RENEWAL FAILED"
                                    delimited by size into mrp-line
                         when other
                             add 1 to holds-listed
                             string "HOLD     ACCT " account-out
                                    " MATURED " date-out " "
                                    pv-out " NO RENEWAL INSTRUCTION"
                                    delimited by size into mrp-line
                     end-evaluate
                     write mrp-line
              end-if
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
              move spaces to mrp-line
              string "** ACCOUNT " account-out
                     " COULD NOT BE UPDATED - STATUS " am-status
                     delimited by size into mrp-line
              write mrp-line.

      *****************************************************************
      * WRITE-CHANGE-LOG - the renewal's before/after record.  Only   *
      * the rate and the term dates move; the rest of the figures     *
      * are the same on both sides.                                   *
      *****************************************************************
       write-change-log.
              accept log-date from date yyyymmdd
              accept run-time from time
              move spaces to acl-record
              move log-date to acl-log-date
              move run-time to acl-log-time
              move maturity-user-id to acl-user-id
              move "C" to acl-action
              move am-rec-account-number to acl-account-number
              move am-rec-present-value to acl-old-present-value
              move old-annual-interest to acl-old-annual-interest
              move am-rec-status-code to acl-old-status-code
              move am-rec-product-type to acl-old-product-type
              move am-rec-customer-number to acl-old-customer-number
              move am-rec-present-value to acl-new-present-value
              move am-rec-annual-interest to acl-new-annual-interest
              move am-rec-status-code to acl-new-status-code
              move am-rec-product-type to acl-new-product-type
              move am-rec-customer-number to acl-new-customer-number
              move spaces to acl-approver-id
              move old-maturity-date to acl-old-maturity-date
              move am-rec-open-date to acl-new-open-date
              move am-rec-term-months to acl-new-term-months
              move am-rec-maturity-date to acl-new-maturity-date
              move am-rec-renewal-code to acl-new-renewal-code
              move am-rec-payout-account to acl-new-payout-account
              move am-rec-customer-name to acl-new-customer-name
              move am-rec-last-cap-month to acl-new-last-cap-month
              write acl-record
              add 1 to actions-written.

      *****************************************************************
      * ADD-MONTHS-TO-DATE - move CALC-DATE forward MONTHS-TO-ADD     *
      * calendar months, pulling the day back to the last day of the  *
      * target month where that month is shorter.                     *
      *****************************************************************
       add-months-to-date.
              compute month-index =
                     calc-year * 12 + calc-month - 1 + months-to-add
              divide month-index by 12 giving calc-year
                     remainder calc-month
              add 1 to calc-month
              perform set-month-last-day
              if calc-day > month-last-day
                     move month-last-day to calc-day
              end-if.

       add-one-day.
              perform set-month-last-day
              if calc-day < month-last-day
                     add 1 to calc-day
              else
                     move 1 to calc-day
                     if calc-month < 12
                            add 1 to calc-month
                     else
                            move 1 to calc-month
                            add 1 to calc-year
                     end-if
              end-if.

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

      *****************************************************************
      * READ-MATURITY-PARMS - pick up the notice window and as-of     *
      * date when a MATPARM record was supplied.  Zeros leave the     *
      * defaults.                                                     *
      *****************************************************************
       read-maturity-parms.
              open input maturity-parm-file
              if mpr-status = "00"
                     read maturity-parm-file
                         at end continue
                     end-read
                     if mpr-status = "00"
                            if mpr-notice-days not = 0
                                   move mpr-notice-days to notice-days
                            end-if
                            if mpr-as-of-date not = 0
                                   move mpr-as-of-date to run-date
                            end-if
                     end-if
                     close maturity-parm-file
              end-if.

       open-maturity-report.
              open output maturity-report
              if mrp-status not = "00"
                     display "MATRPT OPEN FAILED - STATUS " mrp-status
              else
                     move "Y" to report-opened-sw
              end-if.

       open-notice-file.
              open output maturity-notice-file
              if ntc-status not = "00"
                     display "MATNOTE OPEN FAILED - STATUS " ntc-status
                            " - NO NOTICES WILL PRINT."
              else
                     move "Y" to notice-opened-sw
              end-if.

       open-change-log.
              open extend account-change-log
              if acl-status = "35"
                     open output account-change-log
              end-if.

       open-rate-tiers.
              open input savings-rate-tiers
              if tr-status = "00"
                     move "Y" to tier-file-open-sw
              end-if.

       write-report-heading.
              move spaces to mrp-line
              string "CERTIFICATE MATURITY RUN"
                     "  RUN DATE: " run-date
                     delimited by size into mrp-line
              write mrp-line
              move notice-days to days-out
              move notice-horizon-date to date-out
              move spaces to mrp-line
              string "NOTICE WINDOW: " days-out " DAYS - MATURING "
                     "ON OR BEFORE " date-out
                     delimited by size into mrp-line
              write mrp-line
              move spaces to mrp-line
              write mrp-line.

       write-maturity-totals.
              move spaces to mrp-line
              write mrp-line
              move spaces to mrp-line
              string "END-OF-RUN CONTROL TOTALS"
                     delimited by size into mrp-line
              write mrp-line
              move "MASTER RECORDS READ:" to rpt-label
              move master-records-read to count-out
              perform write-count-line
              move "TERM ACCOUNTS:" to rpt-label
              move term-accounts-seen to count-out
              perform write-count-line
              move "NOTICES WRITTEN:" to rpt-label
              move notices-written to count-out
              perform write-count-line
              move "NOTICES HELD - FROZEN:" to rpt-label
              move notices-skipped-frozen to count-out
              perform write-count-line
              move "NOTICES HELD - NO MATNOTE:" to rpt-label
              move notices-held-no-file to count-out
              perform write-count-line
              move "ACCOUNTS RENEWED:" to rpt-label
              move accounts-renewed to count-out
              perform write-count-line
              move "PAYOUTS FOR BRANCH:" to rpt-label
              move payouts-listed to count-out
              perform write-count-line
              move "HOLDS FOR BRANCH:" to rpt-label
              move holds-listed to count-out
              perform write-count-line
              move "UPDATES FAILED:" to rpt-label
              move updates-failed to count-out
              perform write-count-line.

       write-count-line.
              move spaces to mrp-line
              string rpt-label count-out
                     delimited by size into mrp-line
              write mrp-line.

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
                     move run-date to run-history-date
                     accept run-start-time from time
                     move spaces to rnh-record
                     move "H" to rnh-record-type
                     move "ACCTMAT " to rnh-program-id
                     move space to rnh-run-mode
                     move run-history-date to rnh-run-date
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
                     move "ACCTMAT " to rnh-program-id
                     move space to rnh-run-mode
                     move run-history-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move master-records-read to rnh-records-read
                     compute rnh-records-written =
                            notices-written + accounts-renewed
                     move updates-failed to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
