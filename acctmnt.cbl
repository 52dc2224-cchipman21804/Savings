           SELECT TOLERANCE-PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHP-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
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
      *****************************************************************
      * ACCOUNT-MASTER - figures of record for each account.  The     *
      * layout must stay in step with the one in the SAVINGS          *
      * program, which cross-checks against it.  A term (certificate) *
      * account carries its open date, term in months, maturity date  *
      * and renewal instruction; a zero term is an ordinary savings   *
      * account with no maturity.  AM-REC-NOTICE-DATE is set by the   *
      * ACCTMAT maturity run when the pre-maturity notice goes out    *
      * and cleared whenever the maturity date moves.                 *
      *****************************************************************
       FD  ACCOUNT-MASTER.
       01  AM-RECORD.
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
      * ACCOUNT-CHANGE-LOG - permanent before/after trail of every    *
      * maintenance action.  ACL-ACTION is A=add, C=change, D=delete. *
      * Adds carry zeros in the old figures, deletes carry zeros in   *
      * the new figures.  The term figures follow the approver ID:    *
      * the maturity date before the action and the open date, term,  *
      * maturity date and renewal instruction after it, then the      *
      * customer name and month-end capitalization stamp after it,    *
      * so ACCTRCV can rebuild the whole record from the trail.       *
      *****************************************************************
       FD  ACCOUNT-CHANGE-LOG.
       01  ACL-RECORD.
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
           05  APD-APPROVER-ID         PIC X(08).
           05  APD-DECISION-DATE       PIC 9(8).
           05  APD-DECISION-TIME       PIC 9(8).
           05  APD-OLD-MATURITY-DATE   PIC 9(8).
           05  APD-NEW-OPEN-DATE       PIC 9(8).
           05  APD-NEW-TERM-MONTHS     PIC 9(3).
           05  APD-NEW-MATURITY-DATE   PIC 9(8).
           05  APD-NEW-RENEWAL-CODE    PIC X(01).
           05  APD-NEW-PAYOUT-ACCOUNT  PIC 9(9).
           05  FILLER                  PIC X(05).

      *****************************************************************
           05  CHP-PV-PCT-TOLERANCE    PIC 9(3)V99.
           05  FILLER                  PIC X(05).

      *****************************************************************
      * PRODUCT-MASTER - read only, for the limits of the product an  *
      * account is put on.  The layout must stay in step with the     *
      * one in PRODMNT.                                               *
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
           05  OLD-PRODUCT-TYPE        PIC 9(2) USAGE COMP.
           05  OLD-CUSTOMER-NUMBER     PIC 9(9) USAGE COMP.
           05  OLD-CUSTOMER-NAME       PIC X(15).
           05  NEW-OPEN-DATE           PIC 9(8).
           05  NEW-TERM-MONTHS         PIC 9(3) USAGE COMP.
           05  NEW-MATURITY-DATE       PIC 9(8).
           05  NEW-RENEWAL-CODE        PIC X(01).
               88  NEW-RENEWAL-VALID       VALUE "R" "P" "H".
               88  NEW-RENEW-PAY-OUT       VALUE "P".
           05  NEW-PAYOUT-ACCOUNT      PIC 9(9) USAGE COMP.
           05  OLD-OPEN-DATE           PIC 9(8).
           05  OLD-TERM-MONTHS         PIC 9(3) USAGE COMP.
           05  OLD-MATURITY-DATE       PIC 9(8).
           05  OLD-RENEWAL-CODE        PIC X(01).
           05  OLD-PAYOUT-ACCOUNT      PIC 9(9) USAGE COMP.

      *****************************************************************
      * DATE-CALC-FIELDS - working date for the maturity arithmetic:  *
      * a term is added to the open date in whole calendar months,    *
      * and a day past the end of the target month is pulled back     *
      * to its last day (opened Jan 31 for one month matures Feb 28   *
      * or 29).                                                       *
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
           05  CALC-DATE-SW            PIC X(01) VALUE "N".
               88  CALC-DATE-VALID         VALUE "Y".

      *****************************************************************
      * PRODUCT-LIMIT-FIELDS - the limits the keyed figures are held  *
      * to.  An account with no product (type 0) is held to the house *
      * limits of 26% and 360 months; a product code must be on       *
      * PRODMST, and its own limits then apply.                       *
      *****************************************************************
       01  PRODUCT-LIMIT-FIELDS.
           05  DEFAULT-MAX-RATE        PIC 99V9(4) USAGE COMP
                   VALUE 26.
           05  DEFAULT-MAX-TERM-MONTHS PIC 9(3) USAGE COMP VALUE 360.
           05  LIMIT-MIN-RATE          PIC 99V9(4) USAGE COMP.
           05  LIMIT-MAX-RATE          PIC 99V9(4) USAGE COMP.
           05  LIMIT-MAX-TERM-MONTHS   PIC 9(3) USAGE COMP.
           05  LIMIT-MIN-OPEN-BALANCE  PIC 9(9)V99 USAGE COMP.
           05  LIMIT-PRODUCT-NAME      PIC X(20).
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  FIGURES-OK-SW           PIC X(01) VALUE "N".
               88  FIGURES-OK              VALUE "Y".
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  PRODUCT-OUT             PIC 99 USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  TERM-OUT                PIC ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  DATE-OUT-2              PIC 9(8) USAGE DISPLAY.
           05  PAYOUT-OUT              PIC 9(9) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MAINT-ACTION            PIC X(01).
           05  ACL-STATUS              PIC X(02).
           05  APD-STATUS              PIC X(02).
           05  CHP-STATUS              PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  TS-STATUS               PIC X(02).
           05  SVL-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

      *****************************************************************
      * SIGN-ON-FIELDS - the teller sign-on against TELLSEC.  The     *
      * PIN keyed is never kept: it is hashed with the teller ID and  *
      * only the hashes are compared.  The hash must stay in step     *
      * with the one in TELLMNT, which stores it.                     *
      *****************************************************************
       01  SIGN-ON-FIELDS.
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "ACCTMNT ".
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
              initialize maint-fields
              accept run-time from time
              perform write-run-header

              display "ACCOUNT MASTER MAINTENANCE"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              perform open-account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
              perform open-change-log
              perform open-pending-file
              perform read-tolerance-parms
              perform open-product-master.

       main-menu.
              display "Enter action - A=Add C=Change D=Delete "
                     display "Enter A, C, D, I or X."
                     go to main-menu
              end-if
              move maint-action to requested-function
              perform check-function-authority
              if not function-authorized
                     go to main-menu
              end-if

              display "Enter account number: "
              accept account-number
              close account-master
              close account-change-log
              close pending-change-file
              if product-file-is-open
                     close product-master
              end-if
              perform close-security-files
              perform write-run-trailer
              stop run.

                                   to am-rec-customer-number
                            move new-customer-name
                                   to am-rec-customer-name
                            move new-open-date to am-rec-open-date
                            move new-term-months
                                   to am-rec-term-months
                            move new-maturity-date
                                   to am-rec-maturity-date
                            move new-renewal-code
                                   to am-rec-renewal-code
                            move new-payout-account
                                   to am-rec-payout-account
                            move 0 to am-rec-notice-date
                            move 0 to am-rec-last-cap-month
                            write am-record
                                invalid key
                                    display "ADD FAILED - STATUS "
                                    move space to old-status-code
                                    move 0 to old-product-type
                                    move 0 to old-customer-number
                                    move 0 to old-maturity-date
                                    move "A" to maint-action
                                    perform write-change-log
                                    display "Account " account-out
                     to am-rec-customer-number
              move new-customer-name
                     to am-rec-customer-name
              move new-open-date to am-rec-open-date
              move new-term-months to am-rec-term-months
              move new-renewal-code to am-rec-renewal-code
              move new-payout-account to am-rec-payout-account
              if new-maturity-date not = am-rec-maturity-date
                     move 0 to am-rec-notice-date
              end-if
              move new-maturity-date to am-rec-maturity-date
              rewrite am-record
                  invalid key
                      display "CHANGE FAILED - STATUS "
                            move 0 to new-product-type
                            move 0 to new-customer-number
                            move spaces to new-customer-name
                            move 0 to new-open-date
                            move 0 to new-term-months
                            move 0 to new-maturity-date
                            move space to new-renewal-code
                            move 0 to new-payout-account
                            move "D" to maint-action
                            perform write-pending-change
                     end-if
                     " (O=Open C=Closed F=Frozen)"
                     "  Product type: " product-out
              display "  Customer: " customer-out
                     "  " old-customer-name
              if old-term-months = 0
                     display "  No fixed term."
              else
                     move old-term-months to term-out
                     move old-open-date to date-out
                     move old-maturity-date to date-out-2
                     display "  Term: " term-out " months  Opened: "
                            date-out "  Matures: " date-out-2
                     move old-payout-account to payout-out
                     display "  Renewal: " old-renewal-code
                            " (R=Auto-renew P=Pay out H=Hold)"
                            "  Payout account: " payout-out
              end-if.

      *****************************************************************
      * GET-ACCOUNT-FIGURES - accept and edit the new present value   *
      * and rate, then ask the teller to confirm.  The rate, term and *
      * opening balance are held to the product's limits once the     *
      * product is known.  CONFIRM-SW comes back "Y" only when the    *
      * figures passed every edit and the teller accepted them.       *
      *****************************************************************
       get-account-figures.
              move "N" to confirm-sw

              display "Enter annual interest rate as a % value: "
              accept new-annual-interest

              perform get-status-and-product
              perform get-term-and-renewal
              perform check-product-limits
              if not figures-ok
                     go to get-account-figures
              end-if

              move new-present-value to pv-out
              move new-annual-interest to rate-out
                     "  Annual rate: " rate-out "%"
              display "Status: " new-status-code
                     "  Product type: " product-out
              if new-term-months not = 0
                     move new-term-months to term-out
                     move new-maturity-date to date-out
                     display "Term: " term-out " months  Matures: "
                            date-out "  Renewal: " new-renewal-code
              end-if
              display "Apply these figures? (Y/N): "
              accept confirm-sw.

              display "Enter customer short name: "
              accept new-customer-name.

      *****************************************************************
      * CHECK-PRODUCT-LIMITS - hold the keyed rate and term, and on   *
      * an add the opening balance, to the product's limits.  With    *
      * PRODMST unavailable only the house limits can be checked, and *
      * the teller is told so.                                        *
      *****************************************************************
       check-product-limits.
              move "Y" to figures-ok-sw
              move 0 to limit-min-rate
              move default-max-rate to limit-max-rate
              move default-max-term-months to limit-max-term-months
              move 0 to limit-min-open-balance
              move spaces to limit-product-name
              move new-product-type to product-out
              if new-product-type not = 0
                     if product-file-is-open
                            move new-product-type
                                   to pm-rec-product-type
                            read product-master
                                invalid key
                                    display "Product " product-out
                                           " is not on PRODMST."
                                    move "N" to figures-ok-sw
                                not invalid key
                                    perform load-product-limits
                            end-read
                     else
                            display "NOTE - PRODMST NOT AVAILABLE - "
                                   "ONLY THE HOUSE LIMITS ARE "
                                   "CHECKED."
                     end-if
              end-if
              if figures-ok
                     if new-annual-interest < limit-min-rate or
                            new-annual-interest > limit-max-rate
                            move limit-min-rate to rate-out
                            move limit-max-rate to rate-out-2
                            display "Interest must be " rate-out
                                   "% to " rate-out-2 "% for product "
                                   product-out "."
                            move "N" to figures-ok-sw
                     end-if
              end-if
              if figures-ok
                     if new-term-months > limit-max-term-months
                            move limit-max-term-months to term-out
                            display "Term must be <= " term-out
                                   " months for product " product-out
                                   "."
                            move "N" to figures-ok-sw
                     end-if
              end-if
              if figures-ok and action-add
                     if new-present-value < limit-min-open-balance
                            move limit-min-open-balance to pv-out
                            display "Opening balance must be at least "
                                   pv-out " for product " product-out
                                   "."
                            move "N" to figures-ok-sw
                     end-if
              end-if.

       load-product-limits.
              move pm-rec-product-name to limit-product-name
              move pm-rec-min-rate to limit-min-rate
              move pm-rec-max-rate to limit-max-rate
              move pm-rec-max-term-months to limit-max-term-months
              move pm-rec-min-open-balance to limit-min-open-balance
              display "Product " product-out " " limit-product-name.

      *****************************************************************
      * GET-TERM-AND-RENEWAL - a term account needs its open date,    *
      * the term in months and what is to happen at maturity; the     *
      * maturity date itself is always worked out from the first two, *
      * never keyed.  A zero term clears all of it.  On a change a    *
      * zero open date keeps the one already on file.                 *
      *****************************************************************
       get-term-and-renewal.
              display "Enter term in months (0 if not a term "
                     "account): "
              accept new-term-months
              if new-term-months > 360
                     display "Term must be 0 to 360 months."
                     go to get-term-and-renewal
              end-if
              if new-term-months = 0
                     move 0 to new-open-date
                     move 0 to new-maturity-date
                     move space to new-renewal-code
                     move 0 to new-payout-account
              else
                     display "Enter open date (YYYYMMDD, 0 for the "
                            "date on file or today): "
                     accept new-open-date
                     if new-open-date = 0
                            if old-open-date not = 0
                                   move old-open-date to new-open-date
                            else
                                   move run-date to new-open-date
                            end-if
                     end-if
                     move new-open-date to calc-date
                     perform check-calendar-date
                     if not calc-date-valid
                            display "Open date is not a valid date."
                            go to get-term-and-renewal
                     end-if
                     move new-term-months to months-to-add
                     perform add-months-to-date
                     move calc-date to new-maturity-date
                     perform get-renewal-instruction
              end-if.

       get-renewal-instruction.
              display "Enter renewal instruction - R=Auto-renew "
                     "P=Pay out H=Hold: "
              accept new-renewal-code
              if not new-renewal-valid
                     display "Enter R, P or H."
                     go to get-renewal-instruction
              end-if
              move 0 to new-payout-account
              if new-renew-pay-out
                     display "Enter the account to pay out to: "
                     accept new-payout-account
                     if new-payout-account = 0 or
                            new-payout-account = account-number
                            display "Payout account must be a "
                                   "different account."
                            go to get-renewal-instruction
                     end-if
              end-if.

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

       check-calendar-date.
              move "N" to calc-date-sw
              if calc-year >= 1900 and calc-month >= 1 and
                     calc-month <= 12 and calc-day >= 1
                     perform set-month-last-day
                     if calc-day <= month-last-day
                            move "Y" to calc-date-sw
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
      * READ-MASTER-ENTRY - one keyed read.  When the account is on   *
      * file its figures are left in the OLD fields for display and   *
              move 0 to old-product-type
              move 0 to old-customer-number
              move spaces to old-customer-name
              move 0 to old-open-date
              move 0 to old-term-months
              move 0 to old-maturity-date
              move space to old-renewal-code
              move 0 to old-payout-account
              move account-number to am-rec-account-number
              read account-master
                  invalid key
                             to old-customer-number
                      move am-rec-customer-name
                             to old-customer-name
                      move am-rec-open-date to old-open-date
                      move am-rec-term-months to old-term-months
                      move am-rec-maturity-date to old-maturity-date
                      move am-rec-renewal-code to old-renewal-code
                      move am-rec-payout-account
                             to old-payout-account
              end-read.

      *****************************************************************
              move spaces to apd-approver-id
              move 0 to apd-decision-date
              move 0 to apd-decision-time
              move old-maturity-date to apd-old-maturity-date
              move new-open-date to apd-new-open-date
              move new-term-months to apd-new-term-months
              move new-maturity-date to apd-new-maturity-date
              move new-renewal-code to apd-new-renewal-code
              move new-payout-account to apd-new-payout-account
              write apd-record
              add 1 to actions-held-pending
              display "Account " account-out
                     open i-o account-master
              end-if.

       open-product-master.
              open input product-master
              if pm-status = "00"
                     move "Y" to product-file-open-sw
              end-if.

       open-change-log.
              open extend account-change-log
              if acl-status = "35"
              move new-product-type to acl-new-product-type
              move new-customer-number to acl-new-customer-number
              move spaces to acl-approver-id
              move old-maturity-date to acl-old-maturity-date
              move new-open-date to acl-new-open-date
              move new-term-months to acl-new-term-months
              move new-maturity-date to acl-new-maturity-date
              move new-renewal-code to acl-new-renewal-code
              move new-payout-account to acl-new-payout-account
              move new-customer-name to acl-new-customer-name
              if maint-action = "C"
                     move am-rec-last-cap-month
                            to acl-new-last-cap-month
              else
                     move 0 to acl-new-last-cap-month
              end-if
              write acl-record
              add 1 to maint-actions-applied.

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
