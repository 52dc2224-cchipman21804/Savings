      *****************************************************************
      * PRODMNT                                                       *
      *                                                               *
      * On-line maintenance for the PRODMST product definition file - *
      * add, change, delete and inquire on the products the two-digit *
      * AM-REC-PRODUCT-TYPE code stands for.  A product carries its   *
      * name, its compounding frequency, its early-withdrawal         *
      * penalty, its minimum opening balance, the lowest and highest  *
      * annual rate an account of the product may carry and the       *
      * longest term it may run.  SAVINGS takes the compounding and   *
      * penalty from here, and SAVEDIT, SAVFIX and ACCTMNT hold every *
      * account to the limits, so a product change is one entry       *
      * here and never a program change.                              *
      *                                                               *
      * Every add, change or delete writes a before/after record to   *
      * the PRODUCT-CHANGE-LOG so the history of any product can be   *
      * traced back to the teller who keyed it and when, the same     *
      * way RATEMNT logs the rate schedules.                          *
      *                                                               *
      * A product still carried by an account on ACCTMST may not be   *
      * deleted - the accounts would silently lose their limits.      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   prodmnt.

       environment division.
       input-output section.
       file-control.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT PRODUCT-CHANGE-LOG ASSIGN TO "PRODCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-STATUS.
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

       data division.
       file section.

      *****************************************************************
      * PRODUCT-MASTER - one record per product type.  The penalty is *
      * a percentage of the balance at withdrawal; the term ceiling   *
      * is in months.  The layout must stay in step with the ones in  *
      * SAVINGS, SAVEDIT, SAVFIX and ACCTMNT.                         *
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
      * ACCOUNT-MASTER - read only, to stop a product in use from     *
      * being deleted.  The layout must stay in step with the one in  *
      * ACCTMNT.                                                      *
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
      * PRODUCT-CHANGE-LOG - permanent before/after trail of every    *
      * maintenance action.  PCL-ACTION is A=add, C=change,           *
      * D=delete.  Adds carry zeros and spaces in the old figures,    *
      * deletes carry them in the new figures.                        *
      *****************************************************************
       FD  PRODUCT-CHANGE-LOG.
       01  PCL-RECORD.
           05  PCL-LOG-DATE            PIC 9(8).
           05  PCL-LOG-TIME            PIC 9(8).
           05  PCL-USER-ID             PIC X(08).
           05  PCL-ACTION              PIC X(01).
           05  PCL-PRODUCT-TYPE        PIC 9(2).
           05  PCL-OLD-PRODUCT-NAME    PIC X(20).
           05  PCL-OLD-PERIODS         PIC 9(3).
           05  PCL-OLD-PENALTY-PCT     PIC 99V99.
           05  PCL-OLD-MIN-OPEN-BAL    PIC 9(9)V99.
           05  PCL-OLD-MIN-RATE        PIC 99V9(4).
           05  PCL-OLD-MAX-RATE        PIC 99V9(4).
           05  PCL-OLD-MAX-TERM        PIC 9(3).
           05  PCL-NEW-PRODUCT-NAME    PIC X(20).
           05  PCL-NEW-PERIODS         PIC 9(3).
           05  PCL-NEW-PENALTY-PCT     PIC 99V99.
           05  PCL-NEW-MIN-OPEN-BAL    PIC 9(9)V99.
           05  PCL-NEW-MIN-RATE        PIC 99V9(4).
           05  PCL-NEW-MAX-RATE        PIC 99V9(4).
           05  PCL-NEW-MAX-TERM        PIC 9(3).
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

       01  MAINT-FIELDS.
           05  PRODUCT-TYPE            PIC 9(2).
           05  NEW-PRODUCT-NAME        PIC X(20).
           05  NEW-PERIODS-PER-YEAR    PIC 9(3) USAGE COMP.
           05  NEW-PENALTY-PCT         PIC 99V99 USAGE COMP.
           05  NEW-MIN-OPEN-BALANCE    PIC 9(9)V99 USAGE COMP.
           05  NEW-MIN-RATE            PIC 99V9(4) USAGE COMP.
           05  NEW-MAX-RATE            PIC 99V9(4) USAGE COMP.
           05  NEW-MAX-TERM-MONTHS     PIC 9(3) USAGE COMP.
           05  OLD-PRODUCT-NAME        PIC X(20).
           05  OLD-PERIODS-PER-YEAR    PIC 9(3) USAGE COMP.
           05  OLD-PENALTY-PCT         PIC 99V99 USAGE COMP.
           05  OLD-MIN-OPEN-BALANCE    PIC 9(9)V99 USAGE COMP.
           05  OLD-MIN-RATE            PIC 99V9(4) USAGE COMP.
           05  OLD-MAX-RATE            PIC 99V9(4) USAGE COMP.
           05  OLD-MAX-TERM-MONTHS     PIC 9(3) USAGE COMP.
           05  ACCOUNTS-ON-PRODUCT     PIC 9(9) USAGE COMP.

       01  DISP-FIELDS.
           05  PRODUCT-OUT             PIC 9(2) USAGE DISPLAY.
           05  PERIODS-OUT             PIC ZZ9 USAGE DISPLAY.
           05  PENALTY-OUT             PIC Z9.99 USAGE DISPLAY.
           05  BALANCE-OUT             PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  TERM-OUT                PIC ZZ9 USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MAINT-ACTION            PIC X(01).
               88  ACTION-ADD              VALUE "A" "a".
               88  ACTION-CHANGE           VALUE "C" "c".
               88  ACTION-DELETE           VALUE "D" "d".
               88  ACTION-INQUIRE          VALUE "I" "i".
               88  ACTION-EXIT             VALUE "X" "x".
           05  CONFIRM-SW              PIC X(01).
               88  CONFIRM-YES             VALUE "Y" "y".
           05  COMPOUNDING-CHOICE      PIC X(01).
           05  ENTRY-FOUND-SW          PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".
           05  MASTER-FILE-OPEN-SW     PIC X(01) VALUE "N".
               88  MASTER-FILE-IS-OPEN     VALUE "Y".
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".

       01  MAINT-COUNTERS.
           05  MAINT-ACTIONS-APPLIED   PIC 9(9) USAGE COMP VALUE ZERO.

       01  FILE-STATUS-FIELDS.
           05  PM-STATUS               PIC X(02).
           05  AM-STATUS               PIC X(02).
           05  PCL-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  TS-STATUS               PIC X(02).
           05  SVL-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUN-TIME                PIC 9(8).
           05  RUN-USER-ID             PIC X(08).

       01  RUN-HISTORY-FIELDS.
           05  RUN-START-TIME          PIC 9(8) VALUE ZERO.
           05  RUN-END-TIME            PIC 9(8) VALUE ZERO.
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

      *****************************************************************
      * SIGN-ON-FIELDS - the teller sign-on against TELLSEC.  The     *
      * PIN keyed is never kept: it is hashed with the teller ID and  *
      * only the hashes are compared.  The hash must stay in step     *
      * with the one in TELLMNT, which stores it.                     *
      *****************************************************************
       01  SIGN-ON-FIELDS.
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "PRODMNT ".
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
              initialize disp-fields
              initialize program-switches

              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              display "PRODUCT DEFINITION MAINTENANCE"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              perform open-product-master
              if pm-status not = "00"
                     display "PRODMST OPEN FAILED - STATUS " pm-status
                     perform write-run-trailer
                     stop run
              end-if
              perform open-account-master
              perform open-change-log.

       main-menu.
              display "Enter action - A=Add C=Change D=Delete "
                     "I=Inquire X=Exit: "
              accept maint-action
              if action-exit
                     go to end-program
              end-if
              if not action-add and not action-change and
                     not action-delete and not action-inquire
                     display "Enter A, C, D, I or X."
                     go to main-menu
              end-if
              move maint-action to requested-function
              perform check-function-authority
              if not function-authorized
                     go to main-menu
              end-if

              display "Enter product type (01-99): "
              accept product-type
              if product-type = 0
                     go to main-menu
              end-if
              move product-type to product-out

              perform read-product-entry

              evaluate true
                  when action-inquire
                      perform inquire-product
                  when action-add
                      perform add-product
                  when action-change
                      perform change-product
                  when action-delete
                      perform delete-product
              end-evaluate
              go to main-menu.

       end-program.
              close product-master
              close product-change-log
              if master-file-is-open
                     close account-master
              end-if
              perform close-security-files
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the menu chain above.                 *
      *****************************************************************

       inquire-product.
              if not entry-found
                     display "Product " product-out " is not on file."
              else
                     perform display-product-figures
              end-if.

       add-product.
              if entry-found
                     display "Product " product-out
                            " is already on file - use C to change it."
              else
                     perform get-product-figures
                     if confirm-yes
                            perform write-new-product
                     end-if
              end-if.

       write-new-product.
              move spaces to pm-record
              move product-type to pm-rec-product-type
              perform move-new-figures
              write pm-record
                  invalid key
                      display "ADD FAILED - STATUS " pm-status
                  not invalid key
                      move spaces to old-product-name
                      move 0 to old-periods-per-year
                      move 0 to old-penalty-pct
                      move 0 to old-min-open-balance
                      move 0 to old-min-rate
                      move 0 to old-max-rate
                      move 0 to old-max-term-months
                      move "A" to maint-action
                      perform write-change-log
                      display "Product " product-out " added."
              end-write.

       change-product.
              if not entry-found
                     display "Product " product-out " is not on file."
              else
                     perform display-product-figures
                     perform get-product-figures
                     if confirm-yes
                            move product-type to pm-rec-product-type
                            perform move-new-figures
                            rewrite pm-record
                                invalid key
                                    display "CHANGE FAILED - STATUS "
                                           pm-status
                                not invalid key
                                    move "C" to maint-action
                                    perform write-change-log
                                    display "Product " product-out
                                           " changed."
                            end-rewrite
                     end-if
              end-if.

       delete-product.
              if not entry-found
                     display "Product " product-out " is not on file."
              else
                     perform display-product-figures
                     perform count-accounts-on-product
                     if accounts-on-product > 0
                            move accounts-on-product to count-out
                            display "REFUSED - " count-out
                                   " account(s) on the master carry "
                                   "product " product-out
                                   ".  Move them to another product "
                                   "first."
                     else
                            display "Delete this product? (Y/N): "
                            accept confirm-sw
                            if confirm-yes
                                   perform remove-product
                            end-if
                     end-if
              end-if.

       remove-product.
              move product-type to pm-rec-product-type
              delete product-master
                  invalid key
                      display "DELETE FAILED - STATUS " pm-status
                  not invalid key
                      move spaces to new-product-name
                      move 0 to new-periods-per-year
                      move 0 to new-penalty-pct
                      move 0 to new-min-open-balance
                      move 0 to new-min-rate
                      move 0 to new-max-rate
                      move 0 to new-max-term-months
                      move "D" to maint-action
                      perform write-change-log
                      display "Product " product-out " deleted."
              end-delete.

       move-new-figures.
              move new-product-name to pm-rec-product-name
              move new-periods-per-year to pm-rec-periods-per-year
              move new-penalty-pct to pm-rec-penalty-pct
              move new-min-open-balance to pm-rec-min-open-balance
              move new-min-rate to pm-rec-min-rate
              move new-max-rate to pm-rec-max-rate
              move new-max-term-months to pm-rec-max-term-months.

       display-product-figures.
              move old-periods-per-year to periods-out
              move old-penalty-pct to penalty-out
              move old-min-open-balance to balance-out
              move old-min-rate to rate-out
              move old-max-rate to rate-out-2
              move old-max-term-months to term-out
              display "Product " product-out "  " old-product-name
              display "  Compounding periods per year: " periods-out
              display "  Early-withdrawal penalty:     " penalty-out
                     "%"
              display "  Minimum opening balance:      " balance-out
              display "  Rate range:                   " rate-out
                     "% - " rate-out-2 "%"
              display "  Longest term:                 " term-out
                     " months".

      *****************************************************************
      * GET-PRODUCT-FIGURES - accept and edit every figure of the     *
      * product being added or changed, then ask the teller to        *
      * confirm.  The compounding choices are the ones the SAVINGS    *
      * program offers at the counter; the term ceiling is the 360    *
      * months the projection and the rate schedules can run to.      *
      * CONFIRM-SW comes back "Y" only when the figures passed every  *
      * edit and the teller accepted them.                            *
      *****************************************************************
       get-product-figures.
              move "N" to confirm-sw
              perform get-product-name
              perform get-product-compounding
              perform get-product-penalty
              perform get-product-minimum-balance
              perform get-product-rate-range
              perform get-product-term

              move new-periods-per-year to periods-out
              move new-penalty-pct to penalty-out
              move new-min-open-balance to balance-out
              move new-min-rate to rate-out
              move new-max-rate to rate-out-2
              move new-max-term-months to term-out
              display "Product " product-out "  " new-product-name
              display "  Periods/yr " periods-out "  Penalty "
                     penalty-out "%  Min balance " balance-out
              display "  Rates " rate-out "% - " rate-out-2
                     "%  Longest term " term-out " months"
              display "Apply these figures? (Y/N): "
              accept confirm-sw.

       get-product-name.
              display "Enter product name: "
              accept new-product-name
              if new-product-name = spaces
                     display "A product must have a name."
                     go to get-product-name
              end-if.

       get-product-compounding.
              display "Enter compounding frequency - "
                     "1=Monthly 2=Quarterly 3=Daily: "
              accept compounding-choice
              evaluate compounding-choice
                  when "1"
                      move 12 to new-periods-per-year
                  when "2"
                      move 4 to new-periods-per-year
                  when "3"
                      move 365 to new-periods-per-year
                  when other
                      display "Enter 1, 2 or 3."
                      go to get-product-compounding
              end-evaluate.

       get-product-penalty.
              display "Enter early-withdrawal penalty as a % of the "
                     "balance: "
              accept new-penalty-pct
              if new-penalty-pct > 50
                     display "Penalty must be <= 50%"
                     go to get-product-penalty
              end-if.

       get-product-minimum-balance.
              display "Enter minimum opening balance (0 for none): "
              accept new-min-open-balance
              if new-min-open-balance > 999999999
                     display "Value must be <= $999,999,999.99"
                     go to get-product-minimum-balance
              end-if.

       get-product-rate-range.
              display "Enter lowest annual rate as a % value: "
              accept new-min-rate
              display "Enter highest annual rate as a % value: "
              accept new-max-rate
              if new-max-rate = 0 or new-max-rate < new-min-rate
                     display "Highest rate must be above zero and "
                            "not below the lowest rate."
                     go to get-product-rate-range
              end-if.

       get-product-term.
              display "Enter longest term in months (1-360): "
              accept new-max-term-months
              if new-max-term-months = 0 or new-max-term-months > 360
                     display "Term must be 1 to 360 months."
                     go to get-product-term
              end-if.

      *****************************************************************
      * COUNT-ACCOUNTS-ON-PRODUCT - one sweep of the master counting  *
      * the accounts, open or not, that carry the product.  A master  *
      * that cannot be opened counts nothing, and the delete is then  *
      * the teller's call.                                            *
      *****************************************************************
       count-accounts-on-product.
              move 0 to accounts-on-product
              if master-file-is-open
                     move "Y" to more-master-sw
                     move 0 to am-rec-account-number
                     start account-master
                            key >= am-rec-account-number
                         invalid key
                             move "N" to more-master-sw
                     end-start
                     if more-master-recs
                            perform read-next-master
                     end-if
                     perform count-one-account
                            until no-more-master-recs
              else
                     display "NOTE - ACCTMST NOT AVAILABLE - ACCOUNTS "
                            "ON THIS PRODUCT COULD NOT BE CHECKED."
              end-if.

       count-one-account.
              if am-rec-product-type = product-type
                     add 1 to accounts-on-product
              end-if
              perform read-next-master.

       read-next-master.
              read account-master next
                  at end move "N" to more-master-sw
              end-read.

      *****************************************************************
      * READ-PRODUCT-ENTRY - one keyed read.  When the product is on  *
      * file its figures are left in the OLD fields for display and   *
      * for the before-image on the change log.                       *
      *****************************************************************
       read-product-entry.
              move "N" to entry-found-sw
              move spaces to old-product-name
              move 0 to old-periods-per-year
              move 0 to old-penalty-pct
              move 0 to old-min-open-balance
              move 0 to old-min-rate
              move 0 to old-max-rate
              move 0 to old-max-term-months
              move product-type to pm-rec-product-type
              read product-master
                  invalid key
                      continue
                  not invalid key
                      move "Y" to entry-found-sw
                      move pm-rec-product-name to old-product-name
                      move pm-rec-periods-per-year
                             to old-periods-per-year
                      move pm-rec-penalty-pct to old-penalty-pct
                      move pm-rec-min-open-balance
                             to old-min-open-balance
                      move pm-rec-min-rate to old-min-rate
                      move pm-rec-max-rate to old-max-rate
                      move pm-rec-max-term-months
                             to old-max-term-months
              end-read.

      *****************************************************************
      * OPEN-PRODUCT-MASTER - open for update, creating the file on   *
      * first use so a new installation starts with no products.      *
      *****************************************************************
       open-product-master.
              open i-o product-master
              if pm-status = "35"
                     open output product-master
                     close product-master
                     open i-o product-master
              end-if.

       open-account-master.
              open input account-master
              if am-status = "00"
                     move "Y" to master-file-open-sw
              end-if.

       open-change-log.
              open extend product-change-log
              if pcl-status = "35"
                     open output product-change-log
              end-if.

       write-change-log.
              accept run-time from time
              move spaces to pcl-record
              move run-date to pcl-log-date
              move run-time to pcl-log-time
              move run-user-id to pcl-user-id
              move maint-action to pcl-action
              move product-type to pcl-product-type
              move old-product-name to pcl-old-product-name
              move old-periods-per-year to pcl-old-periods
              move old-penalty-pct to pcl-old-penalty-pct
              move old-min-open-balance to pcl-old-min-open-bal
              move old-min-rate to pcl-old-min-rate
              move old-max-rate to pcl-old-max-rate
              move old-max-term-months to pcl-old-max-term
              move new-product-name to pcl-new-product-name
              move new-periods-per-year to pcl-new-periods
              move new-penalty-pct to pcl-new-penalty-pct
              move new-min-open-balance to pcl-new-min-open-bal
              move new-min-rate to pcl-new-min-rate
              move new-max-rate to pcl-new-max-rate
              move new-max-term-months to pcl-new-max-term
              write pcl-record
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
                     move "PRODMNT " to rnh-program-id
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
                     move "PRODMNT " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move 0 to rnh-records-read
                     move maint-actions-applied to rnh-records-written
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
