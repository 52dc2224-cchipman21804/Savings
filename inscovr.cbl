      *****************************************************************
      * INSCOVR                                                       *
      *                                                               *
      * Deposit insurance coverage exposure by customer.  The open    *
      * and frozen accounts on ACCTMST are sorted on customer number  *
      * and each customer's balances are totalled against the         *
      * coverage limit.  Every customer over the limit is listed      *
      * with each of their accounts, its product, and the uninsured   *
      * excess; so is every customer still within the limit who is    *
      * projected to cross it inside the horizon.                     *
      *                                                               *
      * The projection is the one the SAVINGS program makes: each     *
      * open account is carried forward period by period at its       *
      * product's compounding frequency (monthly when the product is  *
      * not on PRODMST), its SAVRATE step segments overriding its     *
      * base rate and its SAVTIER tiers (its own, else its            *
      * product's) splitting the balance, with no contributions.  A   *
      * term account maturing inside the horizon is carried only to   *
      * its maturity date.  The step-segment month is the account's   *
      * own month counted from its open date, as SAVCAP credits it.   *
      * A frozen account earns nothing while frozen, so its balance   *
      * is carried flat.  Closed accounts are left out.               *
      *                                                               *
      * An account with no customer number cannot be added to         *
      * anyone else's, so it is measured against the limit alone.     *
      *                                                               *
      * The coverage limit and the horizon in months come from the    *
      * optional INSPARM record; zeros take $250,000 and 12 months.   *
      * The report, INSRPT, ends with the bank-wide insured and       *
      * uninsured totals finance needs for the call report.           *
      *                                                               *
      * Return code: 0 = report produced, 8 = could not run or        *
      * ACCTMST could not be read to the end (INSRPT then says the    *
      * totals are incomplete).                                       *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   inscovr.

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
           SELECT COVERAGE-PARM-FILE ASSIGN TO "INSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INP-STATUS.
           SELECT CUSTOMER-SORTED-FILE ASSIGN TO "INSSRTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSW-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           SELECT COVERAGE-REPORT ASSIGN TO "INSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IRP-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.

       data division.
       file section.

      *****************************************************************
      * ACCOUNT-MASTER - read only.  The layout must stay in step     *
      * with the one in ACCTMNT.                                      *
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
      * COVERAGE-PARM-FILE - optional one-record parameter file.      *
      * Zeros mean "take the default".                                *
      *****************************************************************
       FD  COVERAGE-PARM-FILE.
       01  INP-RECORD.
           05  INP-COVERAGE-LIMIT      PIC 9(9)V99.
           05  INP-HORIZON-MONTHS      PIC 9(3).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * CUSTOMER-SORTED-FILE - the open and frozen accounts with      *
      * their projected balances, sorted on customer number.          *
      *****************************************************************
       FD  CUSTOMER-SORTED-FILE.
       01  CSW-RECORD.
           05  CSW-SORT-KEY.
               10  CSW-CUSTOMER-NUMBER PIC 9(9).
               10  CSW-ACCOUNT-NUMBER  PIC 9(9).
           05  CSW-CUSTOMER-NAME       PIC X(15).
           05  CSW-STATUS-CODE         PIC X(01).
           05  CSW-PRODUCT-TYPE        PIC 9(2).
           05  CSW-PRESENT-VALUE       PIC 9(9)V99.
           05  CSW-PROJECTED-VALUE     PIC 9(11)V99.

      *****************************************************************
      * SORT-WORK - the master sweep passes through here on its way   *
      * to the sorted work file.                                      *
      *****************************************************************
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-CUSTOMER-NUMBER PIC 9(9).
               10  SRT-ACCOUNT-NUMBER  PIC 9(9).
           05  SRT-CUSTOMER-NAME       PIC X(15).
           05  SRT-STATUS-CODE         PIC X(01).
           05  SRT-PRODUCT-TYPE        PIC 9(2).
           05  SRT-PRESENT-VALUE       PIC 9(9)V99.
           05  SRT-PROJECTED-VALUE     PIC 9(11)V99.

      *****************************************************************
      * COVERAGE-REPORT - the exposure listing and bank-wide totals.  *
      *****************************************************************
       FD  COVERAGE-REPORT.
       01  IRP-LINE                    PIC X(80).

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

       01  COVERAGE-CONTROL-FIELDS.
           05  DEFAULT-COVERAGE-LIMIT  PIC 9(9)V99 VALUE 250000.00.
           05  DEFAULT-HORIZON-MONTHS  PIC 9(3) VALUE 12.
           05  COVERAGE-LIMIT          PIC 9(9)V99.
           05  HORIZON-MONTHS          PIC 9(3).
           05  PARMS-OK-SW             PIC X(01) VALUE "Y".
               88  PARMS-OK                VALUE "Y".

      *****************************************************************
      * CALC-FIELDS - the working figures CALCULATE-IT in the SAVINGS *
      * program uses, so a projection here and one there come out     *
      * alike to the cent.                                            *
      *****************************************************************
       01  CALC-FIELDS.
           05  ACCOUNT-NUMBER          PIC 9(9) USAGE COMP.
           05  PRESENT-VALUE           PIC S9(9)V99 USAGE COMP.
           05  ANNUAL-INTEREST         PIC 99V9(4) USAGE COMP.
           05  ACTIVE-ANNUAL-RATE      PIC 99V9(4) USAGE COMP.
           05  RATE-PER-PERIOD         PIC 9V9(6) USAGE COMP.
           05  PERIODS-PER-YEAR        PIC 9(3) USAGE COMP.
           05  TOTAL-PERIODS           PIC 9(5) USAGE COMP.
           05  CURRENT-PERIOD          PIC 9(5) USAGE COMP.
           05  CURRENT-MONTH           PIC 9(5) USAGE COMP.
           05  MONTH-OFFSET            PIC 9(5) USAGE COMP.
           05  PROJECTION-MONTHS       PIC 9(5) USAGE COMP.
           05  NUMERATOR               PIC S9(9)V9(6) USAGE COMP.
           05  DENOMINATOR             PIC S9(9)V9(6) USAGE COMP.
           05  RUNNING-BALANCE         PIC S9(9)V9(4) USAGE COMP.
           05  FUTURE-VALUE            PIC S9(11)V99 USAGE COMP.

      *****************************************************************
      * TIER-CALC-FIELDS / TIER-TABLE / RATE-SCHEDULE-TABLE - as in   *
      * the SAVINGS program: the balance tiers and step segments in   *
      * effect for the account being projected right now.             *
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
      * DATE-CALC-FIELDS - the run date and the dates on the master   *
      * broken out for the month arithmetic.                          *
      *****************************************************************
       01  DATE-CALC-FIELDS.
           05  CALC-DATE               PIC 9(8).
           05  CALC-DATE-PARTS REDEFINES CALC-DATE.
               10  CALC-YEAR           PIC 9(4).
               10  CALC-MONTH          PIC 9(2).
               10  CALC-DAY            PIC 9(2).
           05  RUN-DATE-WORK           PIC 9(8).
           05  RUN-DATE-PARTS REDEFINES RUN-DATE-WORK.
               10  RUN-YEAR            PIC 9(4).
               10  RUN-MONTH           PIC 9(2).
               10  RUN-DAY             PIC 9(2).
           05  RUN-MONTH-INDEX         PIC 9(7) USAGE COMP.
           05  OPEN-MONTH-INDEX        PIC 9(7) USAGE COMP.
           05  MATURITY-MONTHS         PIC 9(5) USAGE COMP.

      *****************************************************************
      * CUSTOMER-FIELDS - the customer on hand and the accounts kept  *
      * for listing should the customer turn out to be exposed.       *
      *****************************************************************
       01  CUSTOMER-FIELDS.
           05  CURRENT-CUSTOMER        PIC 9(9) VALUE ZERO.
           05  CUSTOMER-NAME           PIC X(15).
           05  CUSTOMER-TOTAL          PIC 9(11)V99 USAGE COMP.
           05  CUSTOMER-PROJECTED      PIC 9(11)V99 USAGE COMP.
           05  CUSTOMER-INSURED        PIC 9(11)V99 USAGE COMP.
           05  CUSTOMER-EXCESS         PIC 9(11)V99 USAGE COMP.
           05  PROJECTED-EXCESS        PIC 9(11)V99 USAGE COMP.
           05  CUSTOMER-ACCOUNTS       PIC 9(5) USAGE COMP.
           05  PRODUCT-NAME            PIC X(20).

       01  CUSTOMER-ACCOUNT-TABLE.
           05  CA-COUNT                PIC 99 USAGE COMP VALUE ZERO.
           05  CA-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON CA-COUNT
                   INDEXED BY CA-IDX.
               10  CA-ACCOUNT-NUMBER   PIC 9(9).
               10  CA-STATUS-CODE      PIC X(01).
               10  CA-PRODUCT-TYPE     PIC 9(2).
               10  CA-PRESENT-VALUE    PIC 9(9)V99.
               10  CA-PROJECTED-VALUE  PIC 9(11)V99.

       01  COVERAGE-COUNTERS.
           05  MASTER-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNTS-INCLUDED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  FROZEN-INCLUDED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  CLOSED-EXCLUDED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  NO-CUSTOMER-ACCOUNTS    PIC 9(9) USAGE COMP VALUE ZERO.
           05  CUSTOMERS-COUNTED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  CUSTOMERS-OVER          PIC 9(9) USAGE COMP VALUE ZERO.
           05  CUSTOMERS-CROSSING      PIC 9(9) USAGE COMP VALUE ZERO.

       01  COVERAGE-TOTALS.
           05  TOTAL-DEPOSITS          PIC 9(13)V99 USAGE COMP.
           05  TOTAL-INSURED           PIC 9(13)V99 USAGE COMP.
           05  TOTAL-UNINSURED         PIC 9(13)V99 USAGE COMP.
           05  TOTAL-PROJECTED-EXCESS  PIC 9(13)V99 USAGE COMP.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  PRODUCT-OUT             PIC 9(2) USAGE DISPLAY.
           05  MONTHS-OUT              PIC ZZ9 USAGE DISPLAY.
           05  AMOUNT-OUT              PIC $ZZZ,ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  AMOUNT-OUT-2            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  BALANCE-OUT             PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  TOTAL-OUT               PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  RPT-LABEL               PIC X(32) USAGE DISPLAY.
           05  STATUS-OUT              PIC X(06) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".
           05  MORE-RATE-SW            PIC X(01) VALUE "Y".
               88  MORE-RATE-RECS          VALUE "Y".
               88  NO-MORE-RATE-RECS       VALUE "N".
           05  RATE-SCHEDULE-FULL-SW   PIC X(01) VALUE "N".
               88  RATE-SCHEDULE-IS-FULL   VALUE "Y".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  MORE-SORTED-SW          PIC X(01) VALUE "Y".
               88  MORE-SORTED-RECS        VALUE "Y".
               88  NO-MORE-SORTED-RECS     VALUE "N".
           05  FIRST-SORTED-SW         PIC X(01) VALUE "Y".
               88  FIRST-SORTED-RECORD     VALUE "Y".
           05  RATE-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  RATE-FILE-IS-OPEN       VALUE "Y".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  MASTER-READ-FAILED-SW   PIC X(01) VALUE "N".
               88  MASTER-READ-FAILED      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AM-STATUS               PIC X(02).
           05  RS-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  INP-STATUS              PIC X(02).
           05  CSW-STATUS              PIC X(02).
           05  IRP-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  MASTER-READ-STATUS      PIC X(02).

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
              initialize coverage-counters
              initialize coverage-totals
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              move run-date to run-date-work
              compute run-month-index = run-year * 12 + run-month - 1
              perform write-run-header

              perform read-coverage-parms
              if not parms-ok
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              open input account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-coverage-report
              if not report-is-open
                     close account-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-rate-schedule
              perform open-rate-tiers
              perform open-product-master
              perform write-report-heading

              sort sort-work
                  on ascending key srt-sort-key
                  input procedure is sort-in-accounts
                         thru sort-in-accounts-exit
                  giving customer-sorted-file
              perform measure-customers
              perform write-coverage-totals

              close account-master
              close coverage-report
              if rate-file-is-open
                     close savings-rate-schedule
              end-if
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if product-file-is-open
                     close product-master
              end-if
              if master-read-failed
                     move 8 to return-code
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * READ-COVERAGE-PARMS - the limit and horizon from INSPARM when *
      * supplied.  The horizon is held to the 30 years SAVINGS will   *
      * project.                                                      *
      *****************************************************************
       read-coverage-parms.
              move "Y" to parms-ok-sw
              move default-coverage-limit to coverage-limit
              move default-horizon-months to horizon-months
              open input coverage-parm-file
              if inp-status = "00"
                     read coverage-parm-file
                         at end continue
                     end-read
                     if inp-status = "00"
                            if inp-coverage-limit not = 0
                                   move inp-coverage-limit
                                          to coverage-limit
                            end-if
                            if inp-horizon-months not = 0
                                   move inp-horizon-months
                                          to horizon-months
                            end-if
                     end-if
                     close coverage-parm-file
              end-if
              if horizon-months > 360
                     move horizon-months to months-out
                     display "INSPARM HORIZON " months-out
                            " MONTHS IS OVER 360 - RUN ABANDONED."
                     move "N" to parms-ok-sw
              end-if.

       open-coverage-report.
              open output coverage-report
              if irp-status not = "00"
                     display "INSRPT OPEN FAILED - STATUS " irp-status
              else
                     move "Y" to report-opened-sw
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
              move spaces to irp-line
              string "DEPOSIT INSURANCE COVERAGE EXPOSURE"
                     "  RUN DATE: " run-date
                     delimited by size into irp-line
              write irp-line
              move coverage-limit to balance-out
              move horizon-months to months-out
              move spaces to irp-line
              string "COVERAGE LIMIT PER CUSTOMER: " balance-out
                     "  HORIZON: " months-out " MONTHS"
                     delimited by size into irp-line
              write irp-line
              move spaces to irp-line
              write irp-line.

      *****************************************************************
      * SORT-IN-ACCOUNTS - one sweep of the master; every open and    *
      * frozen account goes to the sort with its projected balance.   *
      *****************************************************************
       sort-in-accounts.
              move "Y" to more-master-sw
              move 0 to am-rec-account-number
              start account-master key >= am-rec-account-number
                  invalid key
                      move "N" to more-master-sw
              end-start
              if more-master-recs
                     perform read-next-master
              end-if
              perform release-one-account until no-more-master-recs.
       sort-in-accounts-exit.
              exit.

       release-one-account.
              add 1 to master-records-read
              if am-rec-status-closed
                     add 1 to closed-excluded
              else
                     add 1 to accounts-included
                     if am-rec-status-frozen
                            add 1 to frozen-included
                            move am-rec-present-value to future-value
                     else
                            perform project-account
                     end-if
                     move spaces to srt-record
                     move am-rec-customer-number to srt-customer-number
                     move am-rec-account-number to srt-account-number
                     move am-rec-customer-name to srt-customer-name
                     move am-rec-status-code to srt-status-code
                     move am-rec-product-type to srt-product-type
                     move am-rec-present-value to srt-present-value
                     move future-value to srt-projected-value
                     release srt-record
              end-if
              perform read-next-master.

       read-next-master.
              read account-master next
                  at end move "N" to more-master-sw
              end-read
              if more-master-recs and am-status not = "00"
                     display "ACCTMST READ FAILED - STATUS " am-status
                            " - SWEEP STOPPED."
                     move am-status to master-read-status
                     move "Y" to master-read-failed-sw
                     move "N" to more-master-sw
              end-if.

      *****************************************************************
      * PROJECT-ACCOUNT - CALCULATE-IT from the SAVINGS program with  *
      * no contributions and no withdrawal: the balance carried over  *
      * the horizon, or to maturity when that comes first.            *
      *****************************************************************
       project-account.
              move am-rec-account-number to account-number
              move am-rec-present-value to present-value
              move am-rec-annual-interest to annual-interest
              perform set-account-periods
              perform set-rate-schedule-for-account
              perform set-tier-schedule-for-account
              move present-value to running-balance
              perform calc-period
                     varying current-period from 1 by 1
                     until current-period > total-periods
              compute future-value rounded = running-balance.

      *****************************************************************
      * SET-ACCOUNT-PERIODS - the product's compounding frequency,    *
      * the periods in the horizon (or to maturity), and how far into *
      * its life the account already is for the step segments.        *
      * Maturity months are counted as SET-TERM-FROM-MATURITY in      *
      * SAVINGS counts them, a part month counted in full.            *
      *****************************************************************
       set-account-periods.
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

              move horizon-months to projection-months
              if am-rec-maturity-date > run-date
                     move am-rec-maturity-date to calc-date
                     compute maturity-months =
                            (calc-year - run-year) * 12
                            + calc-month - run-month
                     if calc-day > run-day
                            add 1 to maturity-months
                     end-if
                     if maturity-months < projection-months
                            move maturity-months to projection-months
                     end-if
              end-if
              compute total-periods =
                     periods-per-year * projection-months / 12
              if total-periods < 1
                     move 1 to total-periods
              end-if

              move 0 to month-offset
              if am-rec-open-date numeric and am-rec-open-date not = 0
                     move am-rec-open-date to calc-date
                     compute open-month-index =
                            calc-year * 12 + calc-month - 1
                     if open-month-index < run-month-index
                            compute month-offset =
                                   run-month-index - open-month-index
                     end-if
              end-if.

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
                            move account-number to account-out
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
              perform lookup-period-rate
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
              compute current-month =
                     ((current-period - 1) * 12 / periods-per-year)
                     + 1
              add month-offset to current-month
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
                     if tier-count = 0 and am-rec-product-type not = 0
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

      *****************************************************************
      * MEASURE-CUSTOMERS - one pass of the sorted accounts, one      *
      * customer at a time.  Accounts with no customer number are     *
      * each measured on their own.                                   *
      *****************************************************************
       measure-customers.
              move "Y" to more-sorted-sw
              move "Y" to first-sorted-sw
              open input customer-sorted-file
              if csw-status not = "00"
                     display "INSSRTWK OPEN FAILED - STATUS "
                            csw-status
                     move "N" to more-sorted-sw
              else
                     read customer-sorted-file
                         at end move "N" to more-sorted-sw
                     end-read
              end-if
              perform gather-one-account until no-more-sorted-recs
              if not first-sorted-record
                     perform finish-customer
              end-if
              if csw-status not = "35"
                     close customer-sorted-file
              end-if.

       gather-one-account.
              if first-sorted-record or csw-customer-number = 0 or
                     csw-customer-number not = current-customer
                     if not first-sorted-record
                            perform finish-customer
                     end-if
                     perform start-customer
                     move "N" to first-sorted-sw
              end-if
              add csw-present-value to customer-total
              add csw-projected-value to customer-projected
              add 1 to customer-accounts
              if csw-customer-number = 0
                     add 1 to no-customer-accounts
              end-if
              if ca-count < 50
                     add 1 to ca-count
                     set ca-idx to ca-count
                     move csw-account-number
                            to ca-account-number (ca-idx)
                     move csw-status-code to ca-status-code (ca-idx)
                     move csw-product-type to ca-product-type (ca-idx)
                     move csw-present-value
                            to ca-present-value (ca-idx)
                     move csw-projected-value
                            to ca-projected-value (ca-idx)
              end-if
              read customer-sorted-file
                  at end move "N" to more-sorted-sw
              end-read.

       start-customer.
              move csw-customer-number to current-customer
              move csw-customer-name to customer-name
              move 0 to customer-total
              move 0 to customer-projected
              move 0 to customer-accounts
              move 0 to ca-count.

      *****************************************************************
      * FINISH-CUSTOMER - the customer's insured and uninsured share  *
      * goes to the bank totals; a customer over the limit now, or    *
      * projected over it within the horizon, is listed.              *
      *****************************************************************
       finish-customer.
              add 1 to customers-counted
              add customer-total to total-deposits
              move 0 to customer-excess
              move customer-total to customer-insured
              if customer-total > coverage-limit
                     compute customer-excess =
                            customer-total - coverage-limit
                     move coverage-limit to customer-insured
              end-if
              add customer-insured to total-insured
              add customer-excess to total-uninsured
              move 0 to projected-excess
              if customer-projected > coverage-limit
                     compute projected-excess =
                            customer-projected - coverage-limit
              end-if
              add projected-excess to total-projected-excess
              evaluate true
                  when customer-excess > 0
                      add 1 to customers-over
                      perform list-exposed-customer
                  when projected-excess > 0
                      add 1 to customers-crossing
                      perform list-exposed-customer
              end-evaluate.

       list-exposed-customer.
              move current-customer to customer-out
              move spaces to irp-line
              if customer-excess > 0
                     string "CUSTOMER " customer-out "  "
                            customer-name
                            "  OVER THE COVERAGE LIMIT"
                            delimited by size into irp-line
              else
                     string "CUSTOMER " customer-out "  "
                            customer-name
                            "  PROJECTED TO CROSS THE LIMIT"
                            delimited by size into irp-line
              end-if
              write irp-line
              move spaces to irp-line
              string "  ACCOUNT   PRODUCT                 STATUS"
                     "        BALANCE          PROJECTED"
                     delimited by size into irp-line
              write irp-line
              perform list-customer-account
                     varying ca-idx from 1 by 1
                     until ca-idx > ca-count
              if customer-accounts > ca-count
                     move customer-accounts to count-out
                     move spaces to irp-line
                     string "  ** ONLY THE FIRST 50 OF " count-out
                            " ACCOUNTS ARE LISTED - TOTALS COVER ALL"
                            delimited by size into irp-line
                     write irp-line
              end-if
              move customer-total to amount-out
              move spaces to irp-line
              string "  TOTAL DEPOSITS:              " amount-out
                     delimited by size into irp-line
              write irp-line
              move customer-excess to amount-out
              move spaces to irp-line
              string "  UNINSURED EXCESS:            " amount-out
                     delimited by size into irp-line
              write irp-line
              move customer-projected to amount-out
              move projected-excess to amount-out-2
              move horizon-months to months-out
              move spaces to irp-line
              string "  PROJECTED IN " months-out " MONTHS:     "
                     amount-out "  EXCESS " amount-out-2
                     delimited by size into irp-line
              write irp-line
              if current-customer = 0
                     move spaces to irp-line
                     string "  NO CUSTOMER NUMBER ON THE MASTER - "
                            "MEASURED ON ITS OWN"
                            delimited by size into irp-line
                     write irp-line
              end-if
              move spaces to irp-line
              write irp-line.

       list-customer-account.
              move ca-account-number (ca-idx) to account-out
              move ca-product-type (ca-idx) to product-out
              perform set-product-name
              evaluate ca-status-code (ca-idx)
                  when "F"
                      move "FROZEN" to status-out
                  when other
                      move "OPEN" to status-out
              end-evaluate
              move ca-present-value (ca-idx) to balance-out
              move ca-projected-value (ca-idx) to amount-out
              move spaces to irp-line
              string "  " account-out " " product-out " "
                     product-name " " status-out balance-out
                     amount-out
                     delimited by size into irp-line
              write irp-line.

       set-product-name.
              move spaces to product-name
              if ca-product-type (ca-idx) = 0
                     move "NO PRODUCT" to product-name
              else
                     if product-file-is-open
                            move ca-product-type (ca-idx)
                                   to pm-rec-product-type
                            read product-master
                                invalid key
                                    move "NOT ON PRODMST"
                                           to product-name
                                not invalid key
                                    move pm-rec-product-name
                                           to product-name
                            end-read
                     end-if
              end-if.

       write-coverage-totals.
              if master-read-failed
                     move spaces to irp-line
                     string "ACCTMST READ FAILED - STATUS "
                            master-read-status
                            " - TOTALS INCOMPLETE"
                            delimited by size into irp-line
                     write irp-line
              end-if
              move spaces to irp-line
              string "BANK-WIDE COVERAGE TOTALS"
                     delimited by size into irp-line
              write irp-line
              move "MASTER RECORDS READ:" to rpt-label
              move master-records-read to count-out
              perform write-count-line
              move "CLOSED ACCOUNTS LEFT OUT:" to rpt-label
              move closed-excluded to count-out
              perform write-count-line
              move "ACCOUNTS MEASURED:" to rpt-label
              move accounts-included to count-out
              perform write-count-line
              move "  OF WHICH FROZEN:" to rpt-label
              move frozen-included to count-out
              perform write-count-line
              move "  WITH NO CUSTOMER NUMBER:" to rpt-label
              move no-customer-accounts to count-out
              perform write-count-line
              move "DEPOSITORS MEASURED:" to rpt-label
              move customers-counted to count-out
              perform write-count-line
              move "DEPOSITORS OVER THE LIMIT:" to rpt-label
              move customers-over to count-out
              perform write-count-line
              move "DEPOSITORS PROJECTED TO CROSS:" to rpt-label
              move customers-crossing to count-out
              perform write-count-line
              move "TOTAL DEPOSITS:" to rpt-label
              move total-deposits to total-out
              perform write-total-line
              move "INSURED DEPOSITS:" to rpt-label
              move total-insured to total-out
              perform write-total-line
              move "UNINSURED DEPOSITS:" to rpt-label
              move total-uninsured to total-out
              perform write-total-line
              move "PROJECTED UNINSURED AT HORIZON:" to rpt-label
              move total-projected-excess to total-out
              perform write-total-line.

       write-count-line.
              move spaces to irp-line
              string rpt-label count-out
                     delimited by size into irp-line
              write irp-line.

       write-total-line.
              move spaces to irp-line
              string rpt-label total-out
                     delimited by size into irp-line
              write irp-line.

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
                     move "INSCOVR " to rnh-program-id
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
                     move "INSCOVR " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move master-records-read to rnh-records-read
                     compute rnh-records-written =
                            customers-over + customers-crossing
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
