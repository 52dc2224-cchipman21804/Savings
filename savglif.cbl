      * voucher must never reach the ledger.  Clean up GLPOST and     *
      * rerun.                                                        *
      *                                                               *
      * The actual interest credited by the SAVCAP month-end run      *
      * arrives on its own feed, GLACCR, and is vouchered the same    *
      * way but kept apart from the projection feed: its own voucher  *
      * per posting date, its own ledger accounts, and its own        *
      * control records on GLPCTL (source code "A"), so a projection  *
      * date and an accrual date that happen to fall on the same day  *
      * never stand in for each other.  An accrual also carries the   *
      * month it capitalizes, so a missed month caught up on the same *
      * day as the month after it is two credits, not a duplicate.    *
      *                                                               *
      * Return code: 0 = vouchers written, 4 = nothing new to         *
      * voucher, 8 = could not run.                                   *
      *                                                               *
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "GLVOUCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JV-STATUS.
           05  GLP-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * GL-ACCRUAL-FILE - the actual interest credited to the master  *
      * by SAVCAP.  Optional - it only exists after a month-end run.  *
      * The layout must stay in step with the one there.              *
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
      * JOURNAL-VOUCHER-FILE - the handover file the receiving GL     *
      * system picks up.  Header, detail and trailer layouts are in   *

      *****************************************************************
      * POSTING-CONTROL-FILE - one record per voucher ever handed     *
      * over.  The source feed and posting date are the control key:  *
      * a date on this file is never vouchered again from the same    *
      * feed.  Records written before the accrual feed existed carry  *
      * a space source code and are projection records.  GLREVRS      *
      * adds its reversing and replacement vouchers here too, each    *
      * pointing back at the voucher it corrects, with who asked for  *
      * it, who approved it and why; records written before that      *
      * carry a space entry type and are vouchers from the feeds.     *
      * The layout must stay in step with the ones in GLREVRS and     *
      * SAVRECON.                                                     *
      *****************************************************************
       FD  POSTING-CONTROL-FILE.
       01  GPC-RECORD.
           05  GPC-RUN-TIME            PIC 9(8).
           05  GPC-SOURCE-COUNT        PIC 9(9).
           05  GPC-NET-INTEREST        PIC S9(13)V99.
           05  GPC-SOURCE-CODE         PIC X(01).
               88  GPC-SOURCE-PROJECTION   VALUE "P" " ".
               88  GPC-SOURCE-ACCRUAL      VALUE "A".
           05  GPC-ENTRY-TYPE          PIC X(01).
               88  GPC-ENTRY-FEED          VALUE "V" " ".
               88  GPC-ENTRY-REVERSAL      VALUE "R".
               88  GPC-ENTRY-REPLACEMENT   VALUE "C".
           05  GPC-ORIGINAL-VOUCHER    PIC 9(6).
           05  GPC-ACCOUNT-HASH        PIC 9(15).
           05  GPC-REQUESTED-BY        PIC X(08).
           05  GPC-APPROVED-BY         PIC X(08).
           05  GPC-REASON              PIC X(40).
           05  FILLER                  PIC X(07).

      *****************************************************************
      * GL-SORTED-FILE - the GLPOST and GLACCR feeds sorted on        *
      * source, posting date, account number and (for an accrual)     *
      * the month capitalized, so a date's postings are contiguous    *
      * and a duplicate account/date pair sits next to its twin.      *
      *****************************************************************
       FD  GL-SORTED-FILE.
       01  GSW-RECORD.
           05  GSW-SORT-KEY.
               10  GSW-SOURCE-CODE     PIC X(01).
               10  GSW-POSTING-DATE    PIC 9(8).
               10  GSW-ACCOUNT-NUMBER  PIC 9(9).
               10  GSW-CAPITAL-MONTH   PIC 9(6).
           05  GSW-INTEREST-EARNED     PIC S9(9)V99.

      *****************************************************************
      * SORT-WORK - both feeds pass through here on their way to the  *
      * sorted work file, tagged "P" for projection and "A" for       *
      * actual accrual.  A projection carries no capital month.       *
      *****************************************************************
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-SOURCE-CODE     PIC X(01).
               10  SRT-POSTING-DATE    PIC 9(8).
               10  SRT-ACCOUNT-NUMBER  PIC 9(9).
               10  SRT-CAPITAL-MONTH   PIC 9(6).
           05  SRT-INTEREST-EARNED     PIC S9(9)V99.

      *****************************************************************
      * The ledger accounts the summarized lines post to.  Interest   *
      * accrued on savings projections is an expense to the bank and  *
      * a payable to the customer; a net negative day reverses the    *
      * two sides rather than posting a negative amount.  Interest    *
      * actually credited at month end is an expense of its own, and  *
      * its credit side is the savings deposits it was added to.      *
      *****************************************************************
       01  GL-ACCOUNT-CONSTANTS.
           05  GL-INTEREST-EXPENSE     PIC X(08) VALUE "54010010".
           05  GL-INTEREST-PAYABLE     PIC X(08) VALUE "21010010".
           05  GL-INTEREST-CREDITED    PIC X(08) VALUE "54010020".
           05  GL-SAVINGS-DEPOSITS     PIC X(08) VALUE "20010010".

       01  INTERFACE-FIELDS.
           05  NEXT-VOUCHER-NUMBER     PIC 9(6) USAGE COMP.
           05  VOUCHER-AMOUNT          PIC 9(13)V99 USAGE COMP.
           05  MATCH-ENTRY-NUMBER      PIC 9(3) USAGE COMP.
           05  DEBIT-GL-ACCOUNT        PIC X(08).
           05  DEBIT-DESCRIPTION       PIC X(24).
           05  CREDIT-GL-ACCOUNT       PIC X(08).
           05  CREDIT-DESCRIPTION      PIC X(24).

       01  INTERFACE-COUNTERS.
           05  GL-RECORDS-READ         PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCRUAL-RECORDS-READ    PIC 9(9) USAGE COMP VALUE ZERO.
           05  RECORDS-ON-CONTROL      PIC 9(9) USAGE COMP VALUE ZERO.
           05  VOUCHERS-WRITTEN        PIC 9(9) USAGE COMP VALUE ZERO.
           05  DATES-SKIPPED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  VOUCHER-OUT             PIC 9(6) USAGE DISPLAY.
           05  FEED-OUT                PIC X(06) USAGE DISPLAY.
           05  AMOUNT-OUT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.

           05  MORE-GL-SW              PIC X(01) VALUE "Y".
               88  MORE-GL-RECS            VALUE "Y".
               88  NO-MORE-GL-RECS         VALUE "N".
           05  MORE-ACCRUAL-SW         PIC X(01) VALUE "Y".
               88  MORE-ACCRUAL-RECS       VALUE "Y".
               88  NO-MORE-ACCRUAL-RECS    VALUE "N".
           05  MORE-CONTROL-SW         PIC X(01) VALUE "Y".
               88  MORE-CONTROL-RECS       VALUE "Y".
               88  NO-MORE-CONTROL-RECS    VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  GL-STATUS               PIC X(02).
           05  GLA-STATUS              PIC X(02).
           05  JV-STATUS               PIC X(02).
           05  PCT-STATUS              PIC X(02).
           05  GSW-STATUS              PIC X(02).
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

      *****************************************************************
      * PREVIOUS-SORT-KEY - the source, date, account and capital     *
      * month of the posting before this one in sorted order.  An     *
      * equal key means the producing run appended the same detail    *
      * twice.                                                        *
      *****************************************************************
       01  PREVIOUS-SORT-KEY.
           05  PREV-SOURCE-CODE        PIC X(01).
           05  PREV-POSTING-DATE       PIC 9(8).
           05  PREV-ACCOUNT-NUMBER     PIC 9(9).
           05  PREV-CAPITAL-MONTH      PIC 9(6).

      *****************************************************************
      * CONTROL-DATE-TABLE - every source feed and posting date       *
      * already handed over, loaded from GLPCTL, plus the highest     *
      * voucher number ever issued so numbering continues across      *
      * runs.  If the control file outgrows the table the run is      *
      * abandoned - vouchering with a partial dedup set is the one    *
      * thing this program must never do.  Operations archives        *
      * GLPCTL periodically.                                          *
      *****************************************************************
       01  CONTROL-DATE-TABLE.
           05  CONTROL-COUNT           PIC 9(3) USAGE COMP VALUE ZERO.
           05  CONTROL-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON CONTROL-COUNT
                   INDEXED BY PC-IDX.
               10  PC-SOURCE-CODE      PIC X(01).
               10  PC-POSTING-DATE     PIC 9(8).

      *****************************************************************
      * DATE-SUMMARY-TABLE - the day's GLPOST and GLACCR detail       *
      * summarized per source feed and posting date: posting count,   *
      * net interest, and the account-number hash the trailer         *
      * carries.  If the feeds outgrow the table the run is           *
      * abandoned - a partial voucher set would be worse than none.   *
      *****************************************************************
       01  DATE-SUMMARY-TABLE.
           05  DATE-SUMMARY-COUNT      PIC 9(3) USAGE COMP VALUE ZERO.
           05  DATE-SUMMARY-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON DATE-SUMMARY-COUNT
                   INDEXED BY DS-IDX.
               10  DS-SOURCE-CODE      PIC X(01).
               10  DS-POSTING-DATE     PIC 9(8).
               10  DS-POSTING-COUNT    PIC 9(9) USAGE COMP.
               10  DS-NET-INTEREST     PIC S9(13)V99 USAGE COMP.
              perform summarize-sorted-postings
              if date-table-overflowed
                     display "MORE THAN 400 POSTING DATES ON GLPOST "
                            "AND GLACCR - RUN ABANDONED.  ARCHIVE THE "
                            "FEEDS AND RERUN."
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              if date-summary-count = 0
                     display "GLPOST AND GLACCR ARE EMPTY - NOTHING "
                            "TO VOUCHER."
                     move 4 to return-code
                     perform write-run-trailer
                     stop run

              move gl-records-read to count-out
              display "GL POSTINGS READ:     " count-out
              move accrual-records-read to count-out
              display "ACCRUALS READ:        " count-out
              move records-on-control to count-out
              display "ALREADY HANDED OVER:  " count-out
              move dates-skipped to count-out
                     move 4 to return-code
              end-if
              if dates-withheld > 0
                     display "DUPLICATE POSTINGS ON GLPOST OR GLACCR "
                            "- ONE OR MORE VOUCHERS WITHHELD.  CLEAN "
                            "UP THE FEED AND RERUN."
                     move 8 to return-code
              end-if
              perform write-run-trailer
      *****************************************************************

      *****************************************************************
      * LOAD-POSTING-CONTROL - every feed and date already            *
      * vouchered, and the highest voucher number issued so far.  A   *
      * missing file just means nothing has ever been handed over.    *
      * Reversing and replacement vouchers count toward the numbering *
      * but not the date set - their date is already on it from the   *
      * feed voucher they correct.                                    *
      *****************************************************************
       load-posting-control.
              move 0 to control-count
              add 1 to next-voucher-number.

       store-control-record.
              if gpc-entry-feed
                     if control-count >= 400
                            move "Y" to control-overflow-sw
                     else
                            add 1 to control-count
                            if gpc-source-accrual
                                   move "A" to pc-source-code
                                          (control-count)
                            else
                                   move "P" to pc-source-code
                                          (control-count)
                            end-if
                            move gpc-posting-date
                                   to pc-posting-date (control-count)
                     end-if
              end-if
              if gpc-voucher-number >= next-voucher-number
                     move gpc-voucher-number to next-voucher-number
              perform release-gl-record until no-more-gl-recs
              if gl-status not = "35"
                     close gl-posting-file
              end-if
              perform sort-in-accruals.
       sort-in-gl-postings-exit.
              exit.

       release-gl-record.
              add 1 to gl-records-read
              move "P" to srt-source-code
              move glp-posting-date to srt-posting-date
              move glp-account-number to srt-account-number
              move 0 to srt-capital-month
              move glp-interest-earned to srt-interest-earned
              release srt-record
              read gl-posting-file
              end-read.

      *****************************************************************
      * SORT-IN-ACCRUALS - the month-end actual-interest feed.  No    *
      * GLACCR on file is the normal case outside month end.          *
      *****************************************************************
       sort-in-accruals.
              move "Y" to more-accrual-sw
              open input gl-accrual-file
              if gla-status not = "00"
                     if gla-status not = "35"
                            display "GLACCR OPEN FAILED - STATUS "
                                   gla-status
                     end-if
                     move "N" to more-accrual-sw
              else
                     read gl-accrual-file
                         at end move "N" to more-accrual-sw
                     end-read
              end-if
              perform release-accrual-record
                     until no-more-accrual-recs
              if gla-status not = "35"
                     close gl-accrual-file
              end-if.

       release-accrual-record.
              add 1 to accrual-records-read
              move "A" to srt-source-code
              move gla-posting-date to srt-posting-date
              move gla-account-number to srt-account-number
              move gla-capital-month to srt-capital-month
              move gla-interest-credited to srt-interest-earned
              release srt-record
              read gl-accrual-file
                  at end move "N" to more-accrual-sw
              end-read.

      *****************************************************************
      * SUMMARIZE-SORTED-POSTINGS - one pass of the sorted feeds:     *
      * roll each posting into its feed and date's summary, and flag  *
      * the date when a posting's feed, date, account and capital     *
      * month equal the posting before it - duplicated detail from a  *
      * rerun.                                                        *
      *****************************************************************
       summarize-sorted-postings.
              move "Y" to more-sorted-sw
                            add 1 to date-summary-count
                            move date-summary-count
                                   to match-entry-number
                            move gsw-source-code to ds-source-code
                                   (match-entry-number)
                            move gsw-posting-date to ds-posting-date
                                   (match-entry-number)
                            move 0 to ds-posting-count
                            add 1 to records-on-control
                     end-if
                     if not first-sorted-record
                            if gsw-source-code = prev-source-code
                                   and gsw-posting-date =
                                   prev-posting-date
                                   and gsw-account-number =
                                   prev-account-number
                                   and gsw-capital-month =
                                   prev-capital-month
                                   add 1 to dup-postings-found
                                   move "Y" to ds-duplicate-sw
                                          (match-entry-number)
                            end-if
                     end-if
                     move "N" to first-sorted-sw
                     move gsw-source-code to prev-source-code
                     move gsw-posting-date to prev-posting-date
                     move gsw-account-number to prev-account-number
                     move gsw-capital-month to prev-capital-month
              end-if
              if more-sorted-recs
                     read gl-sorted-file
              end-if.

       find-date-summary-entry.
              if ds-source-code (ds-idx) = gsw-source-code and
                     ds-posting-date (ds-idx) = gsw-posting-date
                     set match-entry-number to ds-idx
              end-if.

                     until pc-idx > control-count.

       check-one-control-date.
              if pc-source-code (pc-idx) = gsw-source-code and
                     pc-posting-date (pc-idx) = gsw-posting-date
                     move "Y" to ds-on-control-sw
                            (match-entry-number)
              end-if.
      * GLVOUCH is always on GLPCTL.                                  *
      *****************************************************************
       voucher-one-date.
              perform set-voucher-accounts
              evaluate true
                  when ds-on-control-sw (ds-idx) = "Y"
                      add 1 to dates-skipped
                      move ds-posting-date (ds-idx) to date-out
                      display feed-out " POSTING DATE " date-out
                             " ALREADY HANDED OVER - SKIPPED."
                  when ds-duplicate-sw (ds-idx) = "Y"
                      add 1 to dates-withheld
                      move ds-posting-date (ds-idx) to date-out
                      display "** " feed-out " POSTING DATE " date-out
                             " HAS DUPLICATE ACCOUNT POSTINGS - "
                             "VOUCHER WITHHELD **"
                  when other
                      perform write-one-voucher
              end-evaluate.

      *****************************************************************
      * SET-VOUCHER-ACCOUNTS - the two sides of the voucher for the   *
      * feed the date came from.                                      *
      *****************************************************************
       set-voucher-accounts.
              if ds-source-code (ds-idx) = "A"
                     move "GLACCR" to feed-out
                     move gl-interest-credited to debit-gl-account
                     move "SAVINGS INTEREST PAID" to debit-description
                     move gl-savings-deposits to credit-gl-account
                     move "INTEREST CAPITALIZED" to credit-description
              else
                     move "GLPOST" to feed-out
                     move gl-interest-expense to debit-gl-account
                     move "SAVINGS INTEREST ACCRUED"
                            to debit-description
                     move gl-interest-payable to credit-gl-account
                     move "ACCRUED INTEREST PAYABLE"
                            to credit-description
              end-if.

       write-one-voucher.
              move spaces to voucher-header
              move "H" to vh-record-type
              move next-voucher-number to voucher-out
              move ds-posting-date (ds-idx) to date-out
              move ds-net-interest (ds-idx) to amount-out
              display "VOUCHER " voucher-out " " feed-out
                     " DATE " date-out " NET INTEREST " amount-out
              add 1 to vouchers-written
              add 1 to next-voucher-number.

       write-detail-pair.
              move 1 to vd-line-number
              move "DR" to vd-debit-credit
              move debit-gl-account to vd-gl-account
              move debit-description to vd-description
              perform write-detail-line
              move 2 to vd-line-number
              move "CR" to vd-debit-credit
              move credit-gl-account to vd-gl-account
              move credit-description to vd-description
              perform write-detail-line.

       write-detail-pair-reversed.
              move 1 to vd-line-number
              move "DR" to vd-debit-credit
              move credit-gl-account to vd-gl-account
              move credit-description to vd-description
              perform write-detail-line
              move 2 to vd-line-number
              move "CR" to vd-debit-credit
              move debit-gl-account to vd-gl-account
              move debit-description to vd-description
              perform write-detail-line.

       write-detail-line.
              move run-time to gpc-run-time
              move ds-posting-count (ds-idx) to gpc-source-count
              move ds-net-interest (ds-idx) to gpc-net-interest
              move ds-source-code (ds-idx) to gpc-source-code
              move "V" to gpc-entry-type
              move 0 to gpc-original-voucher
              move ds-account-hash (ds-idx) to gpc-account-hash
              write gpc-record.

      *****************************************************************
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     compute rnh-records-read =
                            gl-records-read + accrual-records-read
                     move vouchers-written to rnh-records-written
                     move dates-skipped to rnh-records-rejected
                     move return-code to rnh-return-code
