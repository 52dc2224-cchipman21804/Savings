      *****************************************************************
      * ALCOFCST                                                      *
      *                                                               *
      * Deposit liability forecast for the asset-liability committee. *
      * Every open account on ACCTMST is projected year by year over  *
      * the horizon the way CALCULATE-IT in the SAVINGS program       *
      * projects it: period by period at its product's compounding    *
      * frequency (monthly when the product is not on PRODMST), its   *
      * SAVRATE step segments overriding its base rate and its        *
      * SAVTIER tiers (its own, else its product's) splitting the     *
      * balance, with no contributions.  The step-segment month is    *
      * the account's own month counted from its open date, as SAVCAP *
      * credits it.                                                   *
      *                                                               *
      * For each product type and each year the forecast gives the    *
      * projected balance at the year end, the interest expense for   *
      * the year, and the run-off - the balance of the certificates   *
      * that mature in the year and leave the book.  A certificate    *
      * with an auto-renew instruction is assumed to roll at the rate *
      * it already has and stays on the book; one to be paid out or   *
      * held runs off at maturity with the interest earned to then,   *
      * and one already past maturity runs off at once.  A bank-wide  *
      * line follows each year.                                       *
      *                                                               *
      * The same figures go to ALCEXTR, a fixed-format extract for    *
      * the finance planning model: an "H" header, a "D" record per   *
      * product per year (year 0 being the book as it stands today),  *
      * a "T" bank-wide record per year and an "E" end record with    *
      * the record count and whether the whole master was read.       *
      *                                                               *
      * The horizon in years comes from the optional ALCPARM record;  *
      * zero takes 5 years.                                           *
      *                                                               *
      * Return code: 0 = forecast produced, 8 = could not run or      *
      * ACCTMST could not be read to the end (ALCRPT and the ALCEXTR  *
      * end record then say the forecast is incomplete).              *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   alcofcst.

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
           SELECT FORECAST-PARM-FILE ASSIGN TO "ALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APM-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "ALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARP-STATUS.
           SELECT FORECAST-EXTRACT ASSIGN TO "ALCEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AEX-STATUS.
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
      * FORECAST-PARM-FILE - optional one-record parameter file.      *
      * Zero means "take the default".                                *
      *****************************************************************
       FD  FORECAST-PARM-FILE.
       01  APM-RECORD.
           05  APM-HORIZON-YEARS       PIC 9(2).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * FORECAST-REPORT - the committee's printout.                   *
      *****************************************************************
       FD  FORECAST-REPORT.
       01  ARP-LINE                    PIC X(80).

      *****************************************************************
      * FORECAST-EXTRACT - the planning-model feed.  Every record is  *
      * 80 bytes; amounts are unsigned with two implied decimals.     *
      *                                                               *
      *   H - run date, horizon in years;                             *
      *   D - product type, year (0 = today), open accounts at the    *
      *       start, balance at the year end, interest expense and    *
      *       run-off for the year;                                   *
      *   T - the same figures bank-wide for the year, with the       *
      *       product type left zero;                                 *
      *   E - the count of D and T records written, and C when every  *
      *       account on ACCTMST was read or I (with the read status) *
      *       when the read failed and the figures are incomplete.    *
      *****************************************************************
       FD  FORECAST-EXTRACT.
       01  AEX-RECORD.
           05  AEX-RECORD-TYPE         PIC X(01).
           05  AEX-RUN-DATE            PIC 9(8).
           05  AEX-PRODUCT-TYPE        PIC 9(2).
           05  AEX-YEAR-NUMBER         PIC 9(2).
           05  AEX-ACCOUNT-COUNT       PIC 9(9).
           05  AEX-BALANCE             PIC 9(13)V99.
           05  AEX-INTEREST            PIC 9(13)V99.
           05  AEX-RUNOFF              PIC 9(13)V99.
           05  FILLER                  PIC X(13).
       01  AEX-HEADER-RECORD.
           05  FILLER                  PIC X(01).
           05  AEX-HDR-RUN-DATE        PIC 9(8).
           05  AEX-HDR-HORIZON-YEARS   PIC 9(2).
           05  FILLER                  PIC X(69).
       01  AEX-END-RECORD.
           05  FILLER                  PIC X(01).
           05  AEX-END-RUN-DATE        PIC 9(8).
           05  AEX-END-RECORD-COUNT    PIC 9(9).
           05  AEX-END-COMPLETE-SW     PIC X(01).
               88  AEX-END-COMPLETE        VALUE "C".
               88  AEX-END-INCOMPLETE      VALUE "I".
           05  AEX-END-READ-STATUS     PIC X(02).
           05  FILLER                  PIC X(59).

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

       01  FORECAST-CONTROL-FIELDS.
           05  DEFAULT-HORIZON-YEARS   PIC 9(2) VALUE 5.
           05  HORIZON-YEARS           PIC 9(2).
           05  PARMS-OK-SW             PIC X(01) VALUE "Y".
               88  PARMS-OK                VALUE "Y".

      *****************************************************************
      * CALC-FIELDS - the working figures CALCULATE-IT in the SAVINGS *
      * program uses, so a year here and a year there come out alike  *
      * to the cent.                                                  *
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
           05  CURRENT-YEAR            PIC 9(3) USAGE COMP.
           05  PERIOD-REMAINDER        PIC 9(3) USAGE COMP.
           05  MONTH-OFFSET            PIC 9(5) USAGE COMP.
           05  RUNOFF-PERIOD           PIC 9(5) USAGE COMP.
           05  NUMERATOR               PIC S9(9)V9(6) USAGE COMP.
           05  DENOMINATOR             PIC S9(9)V9(6) USAGE COMP.
           05  RUNNING-BALANCE         PIC S9(9)V9(4) USAGE COMP.
           05  YEAR-START-BALANCE      PIC S9(11)V99 USAGE COMP.
           05  YEAR-END-BALANCE        PIC S9(11)V99 USAGE COMP.
           05  YEAR-INTEREST           PIC S9(11)V99 USAGE COMP.

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
      * PRODUCT-YEAR-TABLE - the forecast, one row per product type   *
      * (row 1 is product 00, no product) and one column per year.    *
      * YEAR-TOTAL-TABLE holds the bank-wide line for each year.      *
      *****************************************************************
       01  PRODUCT-YEAR-TABLE.
           05  PY-PRODUCT OCCURS 100 TIMES INDEXED BY PY-IDX.
               10  PY-ACCOUNTS         PIC 9(9) USAGE COMP.
               10  PY-OPENING-BALANCE  PIC 9(13)V99 USAGE COMP.
               10  PY-YEAR OCCURS 30 TIMES INDEXED BY PYY-IDX.
                   15  PY-BALANCE      PIC 9(13)V99 USAGE COMP.
                   15  PY-INTEREST     PIC 9(13)V99 USAGE COMP.
                   15  PY-RUNOFF       PIC 9(13)V99 USAGE COMP.

       01  YEAR-TOTAL-TABLE.
           05  YT-ACCOUNTS             PIC 9(9) USAGE COMP.
           05  YT-OPENING-BALANCE      PIC 9(13)V99 USAGE COMP.
           05  YT-YEAR OCCURS 30 TIMES INDEXED BY YT-IDX.
               10  YT-BALANCE          PIC 9(13)V99 USAGE COMP.
               10  YT-INTEREST         PIC 9(13)V99 USAGE COMP.
               10  YT-RUNOFF           PIC 9(13)V99 USAGE COMP.

       01  FORECAST-FIELDS.
           05  PRODUCT-SUB             PIC 9(3) USAGE COMP.
           05  YEAR-SUB                PIC 9(3) USAGE COMP.
           05  PRODUCT-NAME            PIC X(20).

       01  FORECAST-COUNTERS.
           05  MASTER-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNTS-PROJECTED      PIC 9(9) USAGE COMP VALUE ZERO.
           05  NOT-OPEN-EXCLUDED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCOUNTS-RUN-OFF        PIC 9(9) USAGE COMP VALUE ZERO.
           05  EXTRACT-RECORDS         PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  PRODUCT-OUT             PIC 9(2) USAGE DISPLAY.
           05  YEAR-OUT                PIC Z9 USAGE DISPLAY.
           05  BALANCE-OUT             PIC $ZZ,ZZZ,ZZZ,ZZ9
                   USAGE DISPLAY.
           05  INTEREST-OUT            PIC $ZZ,ZZZ,ZZZ,ZZ9
                   USAGE DISPLAY.
           05  RUNOFF-OUT              PIC $ZZ,ZZZ,ZZZ,ZZ9
                   USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  RPT-LABEL               PIC X(32) USAGE DISPLAY.

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
           05  RAN-OFF-SW              PIC X(01) VALUE "N".
               88  ACCOUNT-RAN-OFF         VALUE "Y".
           05  RATE-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  RATE-FILE-IS-OPEN       VALUE "Y".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  EXTRACT-OPENED-SW       PIC X(01) VALUE "N".
               88  EXTRACT-IS-OPEN         VALUE "Y".
           05  MASTER-READ-FAILED-SW   PIC X(01) VALUE "N".
               88  MASTER-READ-FAILED      VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AM-STATUS               PIC X(02).
           05  RS-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  APM-STATUS              PIC X(02).
           05  ARP-STATUS              PIC X(02).
           05  AEX-STATUS              PIC X(02).
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
              initialize forecast-counters
              initialize product-year-table
              initialize year-total-table
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              move run-date to run-date-work
              compute run-month-index = run-year * 12 + run-month - 1
              perform write-run-header

              perform read-forecast-parms
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
              perform open-forecast-outputs
              if not report-is-open or not extract-is-open
                     close account-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-rate-schedule
              perform open-rate-tiers
              perform open-product-master

              perform forecast-pass
              perform write-forecast-report
              perform write-forecast-extract

              close account-master
              close forecast-report
              close forecast-extract
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
      * READ-FORECAST-PARMS - the horizon from ALCPARM when supplied, *
      * held to the 30 years SAVINGS will project.                    *
      *****************************************************************
       read-forecast-parms.
              move "Y" to parms-ok-sw
              move default-horizon-years to horizon-years
              open input forecast-parm-file
              if apm-status = "00"
                     read forecast-parm-file
                         at end continue
                     end-read
                     if apm-status = "00"
                            if apm-horizon-years not = 0
                                   move apm-horizon-years
                                          to horizon-years
                            end-if
                     end-if
                     close forecast-parm-file
              end-if
              if horizon-years > 30
                     move horizon-years to year-out
                     display "ALCPARM HORIZON " year-out
                            " YEARS IS OVER 30 - RUN ABANDONED."
                     move "N" to parms-ok-sw
              end-if.

       open-forecast-outputs.
              open output forecast-report
              if arp-status not = "00"
                     display "ALCRPT OPEN FAILED - STATUS " arp-status
              else
                     move "Y" to report-opened-sw
              end-if
              open output forecast-extract
              if aex-status not = "00"
                     display "ALCEXTR OPEN FAILED - STATUS " aex-status
              else
                     move "Y" to extract-opened-sw
              end-if
              if report-is-open and not extract-is-open
                     close forecast-report
                     move "N" to report-opened-sw
              end-if
              if extract-is-open and not report-is-open
                     close forecast-extract
                     move "N" to extract-opened-sw
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

      *****************************************************************
      * FORECAST-PASS - one sweep of the master projecting every open *
      * account into the product/year table.                          *
      *****************************************************************
       forecast-pass.
              move "Y" to more-master-sw
              move 0 to am-rec-account-number
              start account-master key >= am-rec-account-number
                  invalid key
                      move "N" to more-master-sw
              end-start
              if more-master-recs
                     perform read-next-master
              end-if
              perform forecast-one-account until no-more-master-recs.

       forecast-one-account.
              add 1 to master-records-read
              if am-rec-status-open
                     perform project-account
              else
                     add 1 to not-open-excluded
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
      * no contributions and no withdrawal, stopping at the run-off   *
      * period when the account leaves the book inside the horizon.   *
      *****************************************************************
       project-account.
              add 1 to accounts-projected
              compute product-sub = am-rec-product-type + 1
              add 1 to py-accounts (product-sub)
              add am-rec-present-value
                     to py-opening-balance (product-sub)
              add 1 to yt-accounts
              add am-rec-present-value to yt-opening-balance
              move am-rec-account-number to account-number
              move am-rec-present-value to present-value
              move am-rec-annual-interest to annual-interest
              move "N" to ran-off-sw
              perform set-account-periods
              if am-rec-maturity-date not = 0 and
                     am-rec-maturity-date not > run-date and
                     not am-rec-renew-auto
                     move 1 to year-sub
                     move present-value to year-end-balance
                     move 0 to year-interest
                     perform add-runoff-figures
              else
                     perform set-rate-schedule-for-account
                     perform set-tier-schedule-for-account
                     move present-value to running-balance
                     move present-value to year-start-balance
                     perform calc-period
                            varying current-period from 1 by 1
                            until current-period > total-periods or
                                   account-ran-off
              end-if.

      *****************************************************************
      * SET-ACCOUNT-PERIODS - the product's compounding frequency,    *
      * the periods in the horizon, the period a certificate that     *
      * will not renew leaves the book in (zero when it stays), and   *
      * how far into its life the account already is for the step     *
      * segments.  Maturity months are counted as                     *
      * SET-TERM-FROM-MATURITY in SAVINGS counts them, a part month   *
      * counted in full.                                              *
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
              compute total-periods = periods-per-year * horizon-years

              move 0 to runoff-period
              if am-rec-maturity-date > run-date and
                     not am-rec-renew-auto
                     move am-rec-maturity-date to calc-date
                     compute maturity-months =
                            (calc-year - run-year) * 12
                            + calc-month - run-month
                     if calc-day > run-day
                            add 1 to maturity-months
                     end-if
                     if maturity-months not > horizon-years * 12
                            compute runoff-period =
                                   periods-per-year * maturity-months
                                   / 12
                            if runoff-period < 1
                                   move 1 to runoff-period
                            end-if
                     end-if
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
      * CALC-PERIOD - one period of CALC-PERIOD in SAVINGS, then the  *
      * year-end or run-off figures when the period closes one.       *
      *****************************************************************
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
              end-if

              divide current-period by periods-per-year
                     giving current-year remainder period-remainder
              if current-period = runoff-period
                     compute year-sub = current-year + 1
                     if period-remainder = 0
                            move current-year to year-sub
                     end-if
                     compute year-end-balance rounded = running-balance
                     compute year-interest =
                            year-end-balance - year-start-balance
                     perform add-runoff-figures
              else
                     if period-remainder = 0
                            move current-year to year-sub
                            compute year-end-balance rounded =
                                   running-balance
                            compute year-interest =
                                   year-end-balance - year-start-balance
                            add year-end-balance to
                                   py-balance (product-sub, year-sub)
                            add year-interest to
                                   py-interest (product-sub, year-sub)
                            add year-end-balance
                                   to yt-balance (year-sub)
                            add year-interest to yt-interest (year-sub)
                            move year-end-balance
                                   to year-start-balance
                     end-if
              end-if.

       add-runoff-figures.
              add 1 to accounts-run-off
              move "Y" to ran-off-sw
              add year-interest to py-interest (product-sub, year-sub)
              add year-end-balance to py-runoff (product-sub, year-sub)
              add year-interest to yt-interest (year-sub)
              add year-end-balance to yt-runoff (year-sub).

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
                            display "ACCOUNT " am-rec-account-number
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
      * WRITE-FORECAST-REPORT - the book today by product, then each  *
      * year by product with the bank-wide line under it.  A product  *
      * with no open accounts is left off.                            *
      *****************************************************************
       write-forecast-report.
              move spaces to arp-line
              string "DEPOSIT LIABILITY FORECAST BY PRODUCT"
                     "  RUN DATE: " run-date
                     delimited by size into arp-line
              write arp-line
              move horizon-years to year-out
              move spaces to arp-line
              string "HORIZON: " year-out " YEARS - EACH YEAR IS THE "
                     "12 MONTHS FOLLOWING THE LAST"
                     delimited by size into arp-line
              write arp-line
              move spaces to arp-line
              write arp-line
              if master-read-failed
                     move spaces to arp-line
                     string "ACCTMST READ FAILED - STATUS "
                            master-read-status
                            " - TOTALS INCOMPLETE"
                            delimited by size into arp-line
                     write arp-line
                     move spaces to arp-line
                     write arp-line
              end-if
              move spaces to arp-line
              string "BOOK TODAY"
                     delimited by size into arp-line
              write arp-line
              move spaces to arp-line
              string "PR PRODUCT              OPEN ACCOUNTS"
                     "         BALANCE"
                     delimited by size into arp-line
              write arp-line
              perform write-opening-line
                     varying product-sub from 1 by 1
                     until product-sub > 100
              move yt-accounts to count-out
              move yt-opening-balance to balance-out
              move spaces to arp-line
              string "   BANK-WIDE              " count-out
                     " " balance-out
                     delimited by size into arp-line
              write arp-line
              perform write-year-section
                     varying year-sub from 1 by 1
                     until year-sub > horizon-years
              move spaces to arp-line
              write arp-line
              move "MASTER RECORDS READ:" to rpt-label
              move master-records-read to count-out
              perform write-count-line
              move "OPEN ACCOUNTS PROJECTED:" to rpt-label
              move accounts-projected to count-out
              perform write-count-line
              move "NOT OPEN - LEFT OUT:" to rpt-label
              move not-open-excluded to count-out
              perform write-count-line
              move "RUN OFF WITHIN THE HORIZON:" to rpt-label
              move accounts-run-off to count-out
              perform write-count-line.

       write-opening-line.
              if py-accounts (product-sub) > 0
                     perform set-product-name
                     move py-accounts (product-sub) to count-out
                     move py-opening-balance (product-sub)
                            to balance-out
                     move spaces to arp-line
                     string product-out " " product-name "   "
                            count-out " " balance-out
                            delimited by size into arp-line
                     write arp-line
              end-if.

       write-year-section.
              move year-sub to year-out
              move spaces to arp-line
              write arp-line
              move spaces to arp-line
              string "YEAR " year-out
                     delimited by size into arp-line
              write arp-line
              move spaces to arp-line
              string "PR PRODUCT                 YEAR-END BALANCE  "
                     "INTEREST EXPENSE         RUN-OFF"
                     delimited by size into arp-line
              write arp-line
              perform write-product-year-line
                     varying product-sub from 1 by 1
                     until product-sub > 100
              move yt-balance (year-sub) to balance-out
              move yt-interest (year-sub) to interest-out
              move yt-runoff (year-sub) to runoff-out
              move spaces to arp-line
              string "   BANK-WIDE              " "  " balance-out
                     "   " interest-out " " runoff-out
                     delimited by size into arp-line
              write arp-line.

       write-product-year-line.
              if py-accounts (product-sub) > 0
                     perform set-product-name
                     move py-balance (product-sub, year-sub)
                            to balance-out
                     move py-interest (product-sub, year-sub)
                            to interest-out
                     move py-runoff (product-sub, year-sub)
                            to runoff-out
                     move spaces to arp-line
                     string product-out " " product-name "     "
                            balance-out "   " interest-out " "
                            runoff-out
                            delimited by size into arp-line
                     write arp-line
              end-if.

       set-product-name.
              compute product-out = product-sub - 1
              move spaces to product-name
              if product-sub = 1
                     move "NO PRODUCT" to product-name
              else
                     if product-file-is-open
                            move product-out to pm-rec-product-type
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

       write-count-line.
              move spaces to arp-line
              string rpt-label count-out
                     delimited by size into arp-line
              write arp-line.

      *****************************************************************
      * WRITE-FORECAST-EXTRACT - the same figures for finance.        *
      *****************************************************************
       write-forecast-extract.
              move spaces to aex-header-record
              move "H" to aex-record-type
              move run-date to aex-hdr-run-date
              move horizon-years to aex-hdr-horizon-years
              write aex-header-record
              move 0 to year-sub
              perform write-product-extract
                     varying product-sub from 1 by 1
                     until product-sub > 100
              perform write-bank-extract
              perform write-extract-year
                     varying year-sub from 1 by 1
                     until year-sub > horizon-years
              move spaces to aex-end-record
              move "E" to aex-record-type
              move run-date to aex-end-run-date
              move extract-records to aex-end-record-count
              if master-read-failed
                     move "I" to aex-end-complete-sw
                     move master-read-status to aex-end-read-status
              else
                     move "C" to aex-end-complete-sw
                     move "00" to aex-end-read-status
              end-if
              write aex-end-record.

       write-extract-year.
              perform write-product-extract
                     varying product-sub from 1 by 1
                     until product-sub > 100
              perform write-bank-extract.

       write-product-extract.
              if py-accounts (product-sub) > 0
                     move spaces to aex-record
                     move "D" to aex-record-type
                     move run-date to aex-run-date
                     compute aex-product-type = product-sub - 1
                     move year-sub to aex-year-number
                     move py-accounts (product-sub)
                            to aex-account-count
                     if year-sub = 0
                            move py-opening-balance (product-sub)
                                   to aex-balance
                            move 0 to aex-interest
                            move 0 to aex-runoff
                     else
                            move py-balance (product-sub, year-sub)
                                   to aex-balance
                            move py-interest (product-sub, year-sub)
                                   to aex-interest
                            move py-runoff (product-sub, year-sub)
                                   to aex-runoff
                     end-if
                     write aex-record
                     add 1 to extract-records
              end-if.

       write-bank-extract.
              move spaces to aex-record
              move "T" to aex-record-type
              move run-date to aex-run-date
              move 0 to aex-product-type
              move year-sub to aex-year-number
              move yt-accounts to aex-account-count
              if year-sub = 0
                     move yt-opening-balance to aex-balance
                     move 0 to aex-interest
                     move 0 to aex-runoff
              else
                     move yt-balance (year-sub) to aex-balance
                     move yt-interest (year-sub) to aex-interest
                     move yt-runoff (year-sub) to aex-runoff
              end-if
              write aex-record
              add 1 to extract-records.

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
                     move "ALCOFCST" to rnh-program-id
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
                     move "ALCOFCST" to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move master-records-read to rnh-records-read
                     move extract-records to rnh-records-written
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
