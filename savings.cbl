               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-RECORD-KEY
               FILE STATUS IS TR-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT TAX-EXTRACT ASSIGN TO "TAXEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-STATUS.
           SELECT TELLER-SECURITY-FILE ASSIGN TO "TELLSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-TELLER-ID
               FILE STATUS IS TS-STATUS.
           SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVL-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.
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
      * SAVINGS-RATE-SCHEDULE - promotional/step rate segments.       *
           05  TRS-ANNUAL-RATE         PIC 99V9(4).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * PRODUCT-MASTER - the product definitions, maintained by       *
      * PRODMNT.  The compounding frequency and early-withdrawal      *
      * penalty of an account's product replace the batch-wide and    *
      * house defaults, and its rate and term limits replace the      *
      * house ceilings.  Optional - a missing file, or a product not  *
      * on it, just means the defaults apply.  The layout must stay   *
      * in step with the one in PRODMNT.                              *
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
      * GL-POSTING-FILE - feed picked up by the nightly general       *
      * ledger job to post the interest accrued on each projection.   *
           05  TAX-PENALTY-TAKEN       PIC 9(9)V99.
           05  FILLER                  PIC X(05).

      *****************************************************************
      * TELLER-SECURITY-FILE - who may sign on and to what, kept by   *
      * TELLMNT.  Each authority entry names a program and the        *
      * function letters the teller may use in it ("*" for all).      *
      * The layout must stay in step with the one in TELLMNT.         *
      *****************************************************************
       FD  TELLER-SECURITY-FILE.
       01  TS-RECORD.
           05  TS-TELLER-ID            PIC X(08).
           05  TS-TELLER-NAME          PIC X(20).
           05  TS-BRANCH-NUMBER        PIC 9(4).
           05  TS-PIN-HASH             PIC 9(9).
           05  TS-STATUS-CODE          PIC X(01).
               88  TS-STATUS-ACTIVE        VALUE "A".
               88  TS-STATUS-REVOKED       VALUE "R".
           05  TS-OFFICER-FLAG         PIC X(01).
               88  TS-SECURITY-OFFICER     VALUE "Y".
           05  TS-AUTHORITY OCCURS 10 TIMES
                   INDEXED BY TA-IDX.
               10  TS-AUTH-PROGRAM     PIC X(08).
               10  TS-AUTH-FUNCTIONS   PIC X(08).
           05  TS-LAST-CHANGE-DATE     PIC 9(8).
           05  TS-LAST-CHANGE-USER     PIC X(08).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * SECURITY-VIOLATION-LOG - every refused sign-on and every      *
      * refused function, reported daily by SECRPT.  The layout must  *
      * stay in step with the one in TELLMNT.                         *
      *****************************************************************
       FD  SECURITY-VIOLATION-LOG.
       01  SVL-RECORD.
           05  SVL-LOG-DATE            PIC 9(8).
           05  SVL-LOG-TIME            PIC 9(8).
           05  SVL-PROGRAM-ID          PIC X(08).
           05  SVL-TELLER-ID           PIC X(08).
           05  SVL-VIOLATION-CODE      PIC X(02).
           05  SVL-FUNCTION            PIC X(01).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * RUN-HISTORY-FILE - shared run header/trailer trail written    *
      * by every program in the suite and reported by SAVOPSRP.  The  *
               88  NO-MORE-RATE-RECS        VALUE "N".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  AM-STATUS               PIC X(02).
           05  RS-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  GL-STATUS               PIC X(02).
           05  RPT-STATUS              PIC X(02).
           05  EXC-STATUS              PIC X(02).
           05  IMP-STATUS              PIC X(02).
           05  TAX-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  TS-STATUS               PIC X(02).
           05  SVL-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUN-DATE-PARTS REDEFINES RUN-DATE.
               10  RUN-YEAR            PIC 9(4).
               10  RUN-MONTH           PIC 9(2).
               10  RUN-DAY             PIC 9(2).
           05  RUN-TIME                PIC 9(8).
           05  RUN-USER-ID             PIC X(08).

               88  MASTER-ACCT-CLOSED      VALUE "C".
               88  MASTER-ACCT-FROZEN      VALUE "F".
           05  MASTER-FOUND-PRODUCT    PIC 9(2) VALUE ZERO.
           05  MASTER-FOUND-MATURITY-DATE PIC 9(8) VALUE ZERO.

      *****************************************************************
      * MATURITY-FIELDS - a term account on the master is projected   *
      * to its real maturity date, not to a keyed-in term.            *
      * PROJECTION-MONTHS is the whole months from the run date to    *
      * maturity (a part month counts as a month) and is zero when    *
      * the keyed or batch-file term in years applies instead.        *
      * SWEEP-HORIZON-YEARS and SWEEP-PERIODS-PER-YEAR hold what was  *
      * keyed for a household or impact run over the master, so       *
      * each account's own maturity and product can be laid over      *
      * them in turn.                                                 *
      *****************************************************************
       01  MATURITY-FIELDS.
           05  PROJECTION-MONTHS       PIC 9(5) USAGE COMP VALUE ZERO.
           05  SWEEP-HORIZON-YEARS     PIC 99 USAGE COMP VALUE ZERO.
           05  SWEEP-PERIODS-PER-YEAR  PIC 9(3) USAGE COMP VALUE ZERO.
           05  MAX-TERM-PERIODS        PIC 9(5) USAGE COMP VALUE ZERO.
           05  MATURITY-DATE-WORK      PIC 9(8) VALUE ZERO.
           05  MATURITY-DATE-PARTS REDEFINES MATURITY-DATE-WORK.
               10  MATURITY-YEAR       PIC 9(4).
               10  MATURITY-MONTH      PIC 9(2).
               10  MATURITY-DAY        PIC 9(2).
           05  MATURITY-MONTHS-OUT     PIC ZZ9 USAGE DISPLAY.
           05  MATURITY-DATE-OUT       PIC 9(8) USAGE DISPLAY.

      *****************************************************************
      * PRODUCT-FIELDS - the terms of the product the account being   *
      * projected belongs to, set by SET-PRODUCT-TERMS.  An account   *
      * with no product on PRODMST takes the house defaults: the 7%   *
      * penalty, the keyed or SAVPARM compounding, rates up to 26%    *
      * and terms up to 30 years.                                     *
      *****************************************************************
       01  PRODUCT-FIELDS.
           05  DEFAULT-PENALTY-RATE    PIC 9V9(4) USAGE COMP
                   VALUE 0.0700.
           05  DEFAULT-MAX-RATE        PIC 99V9(4) USAGE COMP
                   VALUE 26.
           05  DEFAULT-MAX-TERM-MONTHS PIC 9(3) USAGE COMP VALUE 360.
           05  PRODUCT-NAME            PIC X(20) VALUE SPACES.
           05  PRODUCT-PERIODS-PER-YEAR PIC 9(3) USAGE COMP
                   VALUE ZERO.
           05  PRODUCT-MIN-RATE        PIC 99V9(4) USAGE COMP
                   VALUE ZERO.
           05  PRODUCT-MAX-RATE        PIC 99V9(4) USAGE COMP
                   VALUE ZERO.
           05  PRODUCT-MAX-TERM-MONTHS PIC 9(3) USAGE COMP
                   VALUE ZERO.
           05  PRODUCT-TERMS-SW        PIC X(01) VALUE "N".
               88  PRODUCT-TERMS-FOUND     VALUE "Y".
           05  PRODUCT-MIN-RATE-OUT    PIC Z9.9999 USAGE DISPLAY.
           05  PRODUCT-MAX-RATE-OUT    PIC Z9.9999 USAGE DISPLAY.
           05  PRODUCT-MAX-TERM-OUT    PIC ZZ9 USAGE DISPLAY.
           05  PRODUCT-TYPE-OUT        PIC 9(2) USAGE DISPLAY.

      *****************************************************************
      * SCENARIO-TABLE - up to five what-if variations for one        *
               10  RS-END-MONTH        PIC 9(5).
               10  RS-ANNUAL-RATE      PIC 99V9(4).

      *****************************************************************
      * SIGN-ON-FIELDS - the teller sign-on against TELLSEC.  The     *
      * PIN keyed is never kept: it is hashed with the teller ID and  *
      * only the hashes are compared.  The hash must stay in step     *
      * with the one in TELLMNT, which stores it.                     *
      *****************************************************************
       01  SIGN-ON-FIELDS.
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "SAVINGS ".
           05  SIGN-ON-TRIES           PIC 9 USAGE COMP.
           05  SIGN-ON-MAX-TRIES       PIC 9 USAGE COMP VALUE 3.
           05  PIN-ENTRY               PIC 9(8).
           05  PIN-HASH                PIC 9(9).
           05  HASH-TELLER-ID          PIC X(08).
           05  HASH-MODULUS            PIC 9(9) USAGE COMP
                   VALUE 999999937.
           05  HASH-WORK               PIC 9(18) USAGE COMP.
           05  HASH-QUOTIENT           PIC 9(18) USAGE COMP.
           05  HASH-REMAINDER          PIC 9(9) USAGE COMP.
           05  HASH-CHAR-CODE          PIC 99 USAGE COMP.
           05  HASH-POSITION           PIC 99 USAGE COMP.
           05  HASH-ROUND              PIC 9 USAGE COMP.
           05  FUNCTION-TALLY          PIC 99 USAGE COMP.
           05  REQUESTED-FUNCTION      PIC X(01).
           05  VIOLATION-CODE          PIC X(02).
           05  SIGN-ON-SW              PIC X(01) VALUE "N".
               88  TELLER-SIGNED-ON        VALUE "Y".
           05  AUTHORITY-SW            PIC X(01) VALUE "N".
               88  FUNCTION-AUTHORIZED     VALUE "Y".
           05  SECURITY-FILE-OPEN-SW   PIC X(01) VALUE "N".
               88  SECURITY-FILE-IS-OPEN   VALUE "Y".
           05  VIOLATION-LOG-OPEN-SW   PIC X(01) VALUE "N".
               88  VIOLATION-LOG-IS-OPEN   VALUE "Y".

       01  HASH-CHARACTER-VALUES.
           05  FILLER                  PIC X(37) VALUE
                   " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  HASH-CHARACTER-TABLE REDEFINES HASH-CHARACTER-VALUES.
           05  HASH-CHARACTER          PIC X(01) OCCURS 37 TIMES
                   INDEXED BY HC-IDX.

       procedure division.
       init-ws.
              initialize calc-fields
              initialize program-switches
              initialize restart-fields
              initialize batch-totals
              move default-penalty-rate to penalty-rate

              move "N" to param-mode-sw
              move "Y" to honor-rate-sched-sw
              perform open-account-master
              perform open-rate-schedule
              perform open-rate-tiers
              perform open-product-master
              perform open-calc-log
              perform open-gl-posting
              perform open-tax-extract
              end-if

              display "SAVINGS ACCOUNT CALCULATOR"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     go to end-program
              end-if
              display "Enter B for batch processing, S for a single "
                     "account, C to compare scenarios, R for a "
                     "rate-change impact run, G to goal-seek a "
                     "target balance or H for a combined household "
                     "statement: "
              accept run-mode
              if run-mode-batch or run-mode-compare or
                     run-mode-rate-impact or run-mode-goal-seek or
                     run-mode-household
                     move run-mode to requested-function
              else
                     move "S" to requested-function
              end-if
              perform check-function-authority
              if not function-authorized
                     move 8 to return-code
                     go to end-program
              end-if
              if run-mode-batch
                     move "BATCH   " to run-user-id
                     perform batch-driver
                     go to end-program
              end-if.

              if run-mode-compare
                     perform compare-driver thru compare-driver-exit
                     go to end-program
              if annual-interest = 0
                     go to end-program
              end-if

              move 0 to projection-months
              move 0 to master-found-product
              if account-number not = 0
                     perform check-master-entry
                     perform set-term-from-maturity
              end-if
              perform set-product-terms
              if annual-interest < product-min-rate or
                     annual-interest > product-max-rate
                     move product-min-rate to product-min-rate-out
                     move product-max-rate to product-max-rate-out
                     display "Interest must be " product-min-rate-out
                            "% to " product-max-rate-out
                            "% for this account."
                     go to user-input
              end-if
              if projection-months not = 0
                     move projection-months to maturity-months-out
                     move maturity-date-work to maturity-date-out
                     display "Term account - projecting "
                            maturity-months-out " months to maturity "
                            "on " maturity-date-out "."
              else
                     display "Enter term in years: "
                     accept loan-term-years
                     if loan-term-years = 0
                            go to end-program
                     end-if
                     if loan-term-years * 12 > product-max-term-months
                            move product-max-term-months
                                   to product-max-term-out
                            display "Term must be <= "
                                   product-max-term-out
                                   " months for this account."
                            go to user-input
                     end-if
              end-if.

       get-compounding-choice.
              if product-terms-found and product-periods-per-year
                     not = 0
                     move product-periods-per-year to periods-per-year
                     perform set-compounding-desc
                     display "Compounding is " compounding-desc
                            " for this account's product."
              else
                     display "Enter compounding frequency - "
                            "1=Monthly 2=Quarterly 3=Daily: "
                     accept compounding-choice
                     evaluate compounding-choice
                         when "1"
                             move 12 to periods-per-year
                         when "2"
                             move 4 to periods-per-year
                         when "3"
                             move 365 to periods-per-year
                         when other
                             display "Enter 1, 2 or 3."
                             go to get-compounding-choice
                     end-evaluate
              end-if.

       get-contribution-choice.
              display "Enter recurring monthly contribution "
              display "Project an early withdrawal? (Y/N): "
              accept early-withdrawal-sw
              if has-early-withdrawal
                     if projection-months not = 0
                            move projection-months
                                   to max-withdrawal-month
                     else
                            compute max-withdrawal-month =
                                   loan-term-years * 12
                     end-if
                     move max-withdrawal-month to max-month-out
                     display "Enter the withdrawal month (1-"
                            max-month-out "): "
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if product-file-is-open
                     close product-master
              end-if
              if report-is-open
                     close projection-report
              end-if
              perform close-security-files
              perform write-run-trailer
              stop run.

              if early-withdrawal-period < 1
                     move 1 to early-withdrawal-period
              end-if
              perform set-max-term-periods
              if early-withdrawal-period >= max-term-periods
                     compute early-withdrawal-period =
                            max-term-periods - 1
              end-if.

      *****************************************************************
      * SET-MAX-TERM-PERIODS - the number of compounding periods the  *
      * projection runs: to maturity for a term account, otherwise    *
      * the term in whole years.  Never less than one period.         *
      *****************************************************************
       set-max-term-periods.
              if projection-months not = 0
                     compute max-term-periods =
                            periods-per-year * projection-months / 12
              else
                     compute max-term-periods =
                            periods-per-year * loan-term-years
              end-if
              if max-term-periods < 1
                     move 1 to max-term-periods
              end-if.

      *****************************************************************
      * SET-TERM-FROM-MATURITY - when the master just read by         *
      * CHECK-MASTER-ENTRY carries a maturity date still ahead of     *
      * the run date, the projection runs to that date.  The whole    *
      * months are counted on the calendar, with a part month         *
      * counted in full, and the term in years is the same rounded    *
      * up, for the log and the early-withdrawal edits.  An account   *
      * already past maturity (waiting on ACCTMAT or the branch)      *
      * keeps the keyed term.                                         *
      *****************************************************************
       set-term-from-maturity.
              move 0 to projection-months
              move master-found-maturity-date to maturity-date-work
              if master-found-maturity-date > run-date
                     compute projection-months =
                            (maturity-year - run-year) * 12
                            + maturity-month - run-month
                     if maturity-day > run-day
                            add 1 to projection-months
                     end-if
                     if projection-months > 360
                            move 360 to projection-months
                     end-if
                     compute loan-term-years =
                            (projection-months + 11) / 12
              end-if.

      *****************************************************************
      * SET-PRODUCT-TERMS - the penalty, compounding and limits for   *
      * the product of the account CHECK-MASTER-ENTRY last read.  An  *
      * account off the master, without a product, or on a product    *
      * PRODMST does not hold, takes the house defaults, and a        *
      * compounding frequency other than 4, 12 or 365 on the product  *
      * is ignored the same way a bad SAVPARM value is.               *
      *****************************************************************
       set-product-terms.
              move "N" to product-terms-sw
              move spaces to product-name
              move 0 to product-periods-per-year
              move default-penalty-rate to penalty-rate
              move 0 to product-min-rate
              move default-max-rate to product-max-rate
              move default-max-term-months to product-max-term-months
              if product-file-is-open and master-found-product not = 0
                     move master-found-product to pm-rec-product-type
                     read product-master
                         invalid key
                             continue
                         not invalid key
                             move "Y" to product-terms-sw
                             move pm-rec-product-name to product-name
                             if pm-rec-periods-per-year = 4 or 12
                                    or 365
                                    move pm-rec-periods-per-year
                                           to product-periods-per-year
                             end-if
                             compute penalty-rate =
                                    pm-rec-penalty-pct / 100
                             move pm-rec-min-rate to product-min-rate
                             move pm-rec-max-rate to product-max-rate
                             move pm-rec-max-term-months
                                    to product-max-term-months
                     end-read
              end-if.

       batch-driver.
                            account-out
                     add 1 to bt-skipped-restart
              else
                     perform check-master-entry
                     perform set-term-from-maturity
                     perform set-product-terms
                     if product-periods-per-year not = 0
                            move product-periods-per-year
                                   to periods-per-year
                     end-if
                     if present-value > 999999999 or
                            annual-interest < product-min-rate or
                            annual-interest > product-max-rate or
                            (projection-months = 0 and
                            loan-term-years * 12 >
                            product-max-term-months)
                            display "INVALID DATA - SKIPPED - ACCOUNT: "
                                   account-out
                            add 1 to bt-skipped-invalid
                            perform write-exception-invalid
                     else
                            if master-acct-closed
                                   display "ACCOUNT CLOSED - SKIPPED "
                                          "- ACCOUNT: " account-out
      * Closed accounts are left out, frozen accounts are excluded   *
      * with a console note - no statement may print for them.  The  *
      * master sweep reuses the impact run's read-forward helpers.   *
      * The horizon and compounding keyed apply only where the        *
      * account does not set its own: a term account stops at its     *
      * maturity date and a product's compounding is always used.     *
      *****************************************************************
       household-driver.
              display "HOUSEHOLD COMBINED STATEMENT"
                     display "Horizon must be 1 to 30 years."
                     go to household-driver
              end-if
              move loan-term-years to sweep-horizon-years
              move "N" to product-terms-sw
              perform get-compounding-choice
              move periods-per-year to sweep-periods-per-year

              move "Y" to what-if-sw
              move 0 to monthly-contribution
                     display "Combined statement for customer "
                            hh-cust-out " written to SAVRPT."
              end-if
              move 0 to projection-months
              move "N" to what-if-sw.
       household-driver-exit.
              exit.
                      move am-rec-annual-interest to annual-interest
                      move am-rec-product-type
                             to master-found-product
                      move am-rec-maturity-date
                             to master-found-maturity-date
                      perform set-sweep-account-terms
                      move "Y" to yearly-report-sw
                      perform calculate-it
                      perform write-audit-log
      * rate taking over from the effective month - and report the    *
      * per-account and total interest deltas on RATEIMP.  Nothing    *
      * is logged or posted; this is a forecast, not a projection     *
      * of record.  Each account runs to the horizon or to its        *
      * maturity date if sooner, on its product's compounding         *
      * (monthly where the product sets none).                        *
      *****************************************************************
       impact-driver.
              display "RATE CHANGE IMPACT RUN"
              if impact-proposed-rate = 0
                     go to impact-driver-exit
              end-if
              if impact-proposed-rate > default-max-rate
                     move default-max-rate to product-max-rate-out
                     display "Interest must be <= "
                            product-max-rate-out "%"
                     go to impact-driver
              end-if


              perform write-impact-totals
              close rate-impact-report
              move 0 to projection-months
              move "N" to impact-report-sw
              move "N" to impact-run-sw.
       impact-driver-exit.
              move am-rec-account-number to account-number
              move am-rec-present-value to present-value
              move am-rec-annual-interest to annual-interest
              move am-rec-product-type to master-found-product
              move am-rec-maturity-date to master-found-maturity-date
              move impact-horizon-years to sweep-horizon-years
              move 12 to sweep-periods-per-year
              perform set-sweep-account-terms
              move 0 to monthly-contribution
              move 0 to contribution-per-period
              move "N" to early-withdrawal-sw

              perform read-next-master-record.

      *****************************************************************
      * SET-SWEEP-ACCOUNT-TERMS - a household or impact run projects  *
      * each account the way the batch run would: a term account to   *
      * its maturity date, but never past the keyed horizon, and on   *
      * its product's compounding where the product sets one,         *
      * otherwise on the compounding keyed for the run.               *
      *****************************************************************
       set-sweep-account-terms.
              perform set-term-from-maturity
              perform set-product-terms
              move sweep-periods-per-year to periods-per-year
              if product-periods-per-year not = 0
                     move product-periods-per-year to periods-per-year
              end-if
              if projection-months = 0 or
                     projection-months > sweep-horizon-years * 12
                     move 0 to projection-months
                     move sweep-horizon-years to loan-term-years
              end-if.

       open-impact-report.
              open output rate-impact-report
              if imp-status not = "00"
                     move impact-horizon-years to loan-term-out
                     move spaces to imp-line
                     string "PROJECTION HORIZON: " loan-term-out
                            " YEARS OR TO MATURITY, PRODUCT "
                            "COMPOUNDING"
                            delimited by size into imp-line
                     write imp-line
                     move spaces to imp-line
              move "N" to cross-check-result
              move space to master-found-status
              move 0 to master-found-product
              move 0 to master-found-maturity-date
              if master-file-is-open
                     move account-number to am-rec-account-number
                     read account-master
                                    to master-found-status
                             move am-rec-product-type
                                    to master-found-product
                             move am-rec-maturity-date
                                    to master-found-maturity-date
                             if am-rec-present-value = present-value
                                    and am-rec-annual-interest =
                                    annual-interest
                     move "Y" to tier-file-open-sw
              end-if.

       open-product-master.
              open input product-master
              if pm-status = "00"
                     move "Y" to product-file-open-sw
              end-if.

       get-rate-schedule-entries.
              display "Enter rate segments, start month, end month "
                     "and annual rate.  Enter 0 0 0 to stop."
              move present-value to principal
              move annual-interest to interest-rate

              perform set-max-term-periods
              move max-term-periods to total-periods
              move present-value to running-balance
              move "N" to early-withdrawal-done-sw
              move 0 to tier-top-used

              if not early-withdrawal-is-done
                     compute future-value rounded = running-balance
                     if period-remainder not = 0
                            add 1 to current-year
                            perform write-tax-year-record
                     end-if
              end-if

              compute interest-earned = future-value - present-value

       disp-result.
              display "Principal: " principal
              if projection-months not = 0
                     move projection-months to maturity-months-out
                     display "Term: " maturity-months-out
                            " months to maturity on "
                            maturity-date-out
              else
                     display "Term: " loan-term-out " years"
              end-if
              display "Interest Rate: " interest-rate "%"
              if has-early-withdrawal
                     move penalty-amount to penalty-out
              string "ACCOUNT NUMBER: " account-out
                     delimited by size into prt-line
              perform write-statement-line
              if product-terms-found
                     move master-found-product to product-type-out
                     move spaces to prt-line
                     string "PRODUCT: " product-type-out " "
                            product-name
                            delimited by size into prt-line
                     perform write-statement-line
              end-if
              move present-value to principal
              move spaces to prt-line
              string "OPENING BALANCE: " principal
              perform write-statement-line
              move loan-term-years to loan-term-out
              move spaces to prt-line
              if projection-months not = 0
                     move projection-months to maturity-months-out
                     move maturity-date-work to maturity-date-out
                     string "TERM: " maturity-months-out
                            " MONTHS TO MATURITY ON "
                            maturity-date-out
                            delimited by size into prt-line
              else
                     string "TERM: " loan-term-out " YEARS"
                            delimited by size into prt-line
              end-if
              perform write-statement-line
              move monthly-contribution to contrib-out
              move spaces to prt-line
                     delimited by size into exc-line
              write exc-line.

      *****************************************************************
      * SIGN-ON-TELLER - nothing is done until a teller on TELLSEC    *
      * signs on with the right PIN, is active, and holds authority   *
      * for this program.  Three tries, and every failure is logged   *
      * to SECVIOL.  A security file that cannot be opened refuses    *
      * the sign-on outright - the program never runs unguarded.      *
      * The sign-on paragraphs must stay in step with TELLMNT.        *
      *****************************************************************
       sign-on-teller.
              move "N" to sign-on-sw
              move 0 to sign-on-tries
              perform open-security-files
              if security-file-is-open
                     perform get-sign-on
                            until teller-signed-on or
                            sign-on-tries >= sign-on-max-tries
              else
                     display "TELLSEC OPEN FAILED - STATUS " ts-status
                            " - SIGN-ON REFUSED."
                     move spaces to run-user-id
                     move space to requested-function
                     move "06" to violation-code
                     perform write-security-violation
              end-if
              if not teller-signed-on
                     perform close-security-files
              end-if.

       get-sign-on.
              add 1 to sign-on-tries
              move spaces to violation-code
              move space to requested-function
              display "Enter your teller ID: "
              accept run-user-id
              inspect run-user-id converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              display "Enter your PIN: "
              accept pin-entry
              move run-user-id to ts-teller-id
              read teller-security-file
                  invalid key
                      move "01" to violation-code
              end-read
              if violation-code = spaces
                     move run-user-id to hash-teller-id
                     perform compute-pin-hash
                     evaluate true
                         when pin-hash not = ts-pin-hash
                             move "02" to violation-code
                         when not ts-status-active
                             move "03" to violation-code
                         when other
                             perform check-program-authority
                     end-evaluate
              end-if
              move 0 to pin-entry
              evaluate violation-code
                  when spaces
                      move "Y" to sign-on-sw
                      display "Signed on - " ts-teller-name
                  when "01"
                  when "02"
                      perform write-security-violation
                      display "TELLER ID OR PIN NOT RECOGNIZED."
                  when "03"
                      perform write-security-violation
                      display "TELLER ID " run-user-id
                             " HAS BEEN REVOKED."
                  when other
                      perform write-security-violation
                      display "TELLER ID " run-user-id
                             " IS NOT AUTHORIZED FOR THIS PROGRAM."
              end-evaluate.

       check-program-authority.
              move space to requested-function
              perform find-authority
              if not function-authorized
                     move "04" to violation-code
              end-if.

      *****************************************************************
      * CHECK-FUNCTION-AUTHORITY - REQUESTED-FUNCTION must be one of  *
      * the function letters the signed-on teller holds for this      *
      * program ("*" holds them all).  A refusal is logged.           *
      *****************************************************************
       check-function-authority.
              inspect requested-function converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              perform find-authority
              if not function-authorized
                     move "05" to violation-code
                     perform write-security-violation
                     display "You are not authorized for function "
                            requested-function " in this program."
              end-if.

       find-authority.
              move "N" to authority-sw
              perform check-one-authority
                     varying ta-idx from 1 by 1
                     until ta-idx > 10 or function-authorized.

       check-one-authority.
              if ts-auth-program (ta-idx) = sign-on-program-id
                     move 0 to function-tally
                     if requested-function not = space
                            inspect ts-auth-functions (ta-idx)
                                   tallying function-tally
                                   for all requested-function
                            inspect ts-auth-functions (ta-idx)
                                   tallying function-tally
                                   for all "*"
                     end-if
                     if requested-function = space or
                            function-tally > 0
                            move "Y" to authority-sw
                     end-if
              end-if.

      *****************************************************************
      * COMPUTE-PIN-HASH - fold HASH-TELLER-ID and PIN-ENTRY into a   *
      * nine-digit figure modulo a large prime: each ID character is  *
      * taken as its place in HASH-CHARACTER-TABLE, then three        *
      * mixing rounds stir the PIN back in.                           *
      *****************************************************************
       compute-pin-hash.
              move pin-entry to hash-work
              perform hash-one-id-character
                     varying hash-position from 1 by 1
                     until hash-position > 8
              perform hash-one-round
                     varying hash-round from 1 by 1
                     until hash-round > 3
              move hash-work to pin-hash.

       hash-one-id-character.
              move 0 to hash-char-code
              perform find-hash-character
                     varying hc-idx from 1 by 1
                     until hc-idx > 37 or hash-char-code not = 0
              compute hash-work = hash-work * 41 + hash-char-code
              divide hash-work by hash-modulus
                     giving hash-quotient remainder hash-remainder
              move hash-remainder to hash-work.

       find-hash-character.
              if hash-character (hc-idx) =
                     hash-teller-id (hash-position:1)
                     set hash-char-code to hc-idx
              end-if.

       hash-one-round.
              compute hash-work =
                     hash-work * 48271 + pin-entry + hash-round
              divide hash-work by hash-modulus
                     giving hash-quotient remainder hash-remainder
              move hash-remainder to hash-work.

       write-security-violation.
              if violation-log-is-open
                     move spaces to svl-record
                     accept svl-log-date from date yyyymmdd
                     accept svl-log-time from time
                     move sign-on-program-id to svl-program-id
                     move run-user-id to svl-teller-id
                     move violation-code to svl-violation-code
                     move requested-function to svl-function
                     write svl-record
              end-if.

       open-security-files.
              open input teller-security-file
              if ts-status = "00"
                     move "Y" to security-file-open-sw
              end-if
              open extend security-violation-log
              if svl-status = "35"
                     open output security-violation-log
              end-if
              if svl-status = "00"
                     move "Y" to violation-log-open-sw
              end-if.

       close-security-files.
              if security-file-is-open
                     close teller-security-file
                     move "N" to security-file-open-sw
              end-if
              if violation-log-is-open
                     close security-violation-log
                     move "N" to violation-log-open-sw
              end-if.

      *****************************************************************
      * WRITE-RUN-HEADER / WRITE-RUN-TRAILER - this run's entry on    *
      * the shared run-history file.  The header goes out as soon as  *
