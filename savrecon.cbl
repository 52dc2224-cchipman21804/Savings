      * it in sorted order is flagged as a duplicate - the same       *
      * judgment the old full scan made, at sequential cost.          *
      *                                                               *
      * A posting date whose voucher has been reversed by GLREVRS     *
      * (read from the GLPCTL control file) has been taken back off   *
      * the ledger, so it is shown at net zero with the vouchers that *
      * reversed and replaced it.  Its orphans, duplicates and        *
      * interest differences are counted apart and are not reported   *
      * as out of balance.                                            *
      *                                                               *
      * Postings EODROT has rotated off GLPOST are on its GLPOSTGN    *
      * generation file, so a log record stamped before the newest    *
      * generation was cut is counted as rotated and set aside        *
      * rather than reported as an orphan.                            *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   savrecon.
           SELECT GL-WORK-FILE ASSIGN TO "GLPOSTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GWK-STATUS.
           SELECT POSTING-CONTROL-FILE ASSIGN TO "GLPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-STATUS.
           SELECT POSTING-GENERATIONS ASSIGN TO "GLPOSTGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GGN-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           SELECT RECON-REPORT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SRT-INTEREST-EARNED     PIC S9(9)V99.
           05  SRT-FUTURE-VALUE        PIC S9(9)V99.

      *****************************************************************
      * POSTING-CONTROL-FILE - one record per voucher handed to the   *
      * ledger, written by SAVGLIF and GLREVRS.  Only the projection  *
      * feed's reversing and replacement records are used here.  The  *
      * layout must stay in step with the ones in SAVGLIF and         *
      * GLREVRS.                                                      *
      *****************************************************************
       FD  POSTING-CONTROL-FILE.
       01  GPC-RECORD.
           05  GPC-POSTING-DATE        PIC 9(8).
           05  GPC-VOUCHER-NUMBER      PIC 9(6).
           05  GPC-RUN-DATE            PIC 9(8).
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
      * POSTING-GENERATIONS - GLPOST records rotated off by EODROT,   *
      * each behind the date and time of the generation it went out   *
      * in, oldest first.  Only the stamp is used here.               *
      *****************************************************************
       FD  POSTING-GENERATIONS.
       01  GGN-RECORD.
           05  GGN-STAMP               PIC 9(16).
           05  FILLER                  PIC X(200).

      *****************************************************************
      * RECON-REPORT - the printed reconciliation.                    *
      *****************************************************************
           05  RC-LOG-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-LOG-ZERO-ACCOUNTS    PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-LOG-WHAT-IFS         PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-LOG-ROTATED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-GL-RECORDS-READ      PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-MATCHED-ITEMS        PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-ORPHAN-GL-ITEMS      PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-ORPHAN-LOG-ITEMS     PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-DUPLICATE-GL-ITEMS   PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-INTEREST-DIFFS       PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-REVERSED-GL-ITEMS    PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-REVERSED-EXCEPTIONS  PIC 9(9) USAGE COMP VALUE ZERO.
           05  RC-RECOMPUTED-INTEREST  PIC S9(11)V99 USAGE COMP
                   VALUE ZERO.

           05  RCN-TOTAL-OUT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.
           05  RCN-TOTAL-LABEL         PIC X(28) USAGE DISPLAY.
           05  RCN-VOUCHER-OUT         PIC 9(6) USAGE DISPLAY.
           05  RCN-VOUCHER-OUT-2       PIC 9(6) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-LOG-SW             PIC X(01) VALUE "Y".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  DATE-OVERFLOW-SW        PIC X(01) VALUE "N".
               88  DATE-TABLE-OVERFLOWED   VALUE "Y".
           05  MORE-CONTROL-SW         PIC X(01) VALUE "Y".
               88  MORE-CONTROL-RECS       VALUE "Y".
               88  NO-MORE-CONTROL-RECS    VALUE "N".
           05  REVERSAL-OVERFLOW-SW    PIC X(01) VALUE "N".
               88  REVERSAL-TABLE-OVERFLOWED VALUE "Y".
           05  DATE-REVERSED-SW        PIC X(01) VALUE "N".
               88  DATE-IS-REVERSED        VALUE "Y".
           05  MORE-GENERATION-SW      PIC X(01) VALUE "Y".
               88  MORE-GENERATION-RECS    VALUE "Y".
               88  NO-MORE-GENERATION-RECS VALUE "N".

       01  FILE-STATUS-FIELDS.
           05  LOG-STATUS              PIC X(02).
           05  GWK-STATUS              PIC X(02).
           05  RCN-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  PCT-STATUS              PIC X(02).
           05  GGN-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
       01  WORK-FIELDS.
           05  RECOMPUTED-INTEREST     PIC S9(9)V99 USAGE COMP.
           05  MATCH-ENTRY-NUMBER      PIC 9(3) USAGE COMP.
           05  REVERSAL-CHECK-DATE     PIC 9(8).
           05  REVERSAL-ENTRY-NUMBER   PIC 9(3) USAGE COMP.
           05  ROTATED-THROUGH-STAMP   PIC 9(16).
           05  LOG-STAMP               PIC 9(16).

      *****************************************************************
      * PREVIOUS-GL-KEY - the account and date of the GL posting      *
               10  DT-NET-INTEREST     PIC S9(11)V99 USAGE COMP.
               10  DT-POSTING-COUNT    PIC 9(7) USAGE COMP.

      *****************************************************************
      * REVERSED-DATE-TABLE - every projection posting date GLREVRS   *
      * has reversed, with the voucher that reversed it and the       *
      * replacement voucher now standing for it (zero when the date   *
      * was reversed without one, or the replacement was reversed in  *
      * its turn).                                                    *
      *****************************************************************
       01  REVERSED-DATE-TABLE.
           05  REVERSED-DATE-COUNT     PIC 9(3) USAGE COMP VALUE ZERO.
           05  REVERSED-DATE-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON REVERSED-DATE-COUNT
                   INDEXED BY RV-IDX.
               10  RV-POSTING-DATE     PIC 9(8).
               10  RV-REVERSAL-VOUCHER PIC 9(6).
               10  RV-REPLACE-VOUCHER  PIC 9(6).

       procedure division.
       main-line.
              initialize recon-counters
                     stop run
              end-if

              perform load-reversed-dates
              perform load-rotation-stamp
              sort sort-work
                  on ascending key srt-key
                  input procedure is sort-in-calc-log
              perform match-work-files
              perform report-date-totals
              perform report-recon-totals
              if date-table-overflowed or reversal-table-overflowed
                     move 4 to return-code
              end-if

              else
              if scl-account-number = 0
                     add 1 to rc-log-zero-accounts
              else
              compute log-stamp =
                     scl-log-date * 100000000 + scl-log-time
              if log-stamp not > rotated-through-stamp
                     add 1 to rc-log-rotated
              else
                     move spaces to srt-record
                     move scl-account-number to srt-account-number
                     release srt-record
              end-if
              end-if
              end-if
              read savings-calc-log
                  at end move "N" to more-log-sw
              end-read.
              end-evaluate.

       process-orphan-log.
              move lw-posting-date to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     add 1 to rc-reversed-exceptions
              else
                     add 1 to rc-orphan-log-items
                     perform report-orphan-log-item
              end-if
              perform read-log-work.

       process-orphan-gl.
              move gw-posting-date to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     add 1 to rc-reversed-exceptions
              else
                     add 1 to rc-orphan-gl-items
                     perform report-orphan-gl-item
              end-if
              perform process-gl-record
              perform read-gl-work.

      * PROCESS-GL-RECORD - the per-posting work every GL record      *
      * gets whether or not it matched: the duplicate check against   *
      * the posting before it, the interest recompute, and the        *
      * per-date trial-balance roll-up.  On a reversed date the       *
      * duplicates and differences are counted apart, unreported, and *
      * the interest stays out of the net recomputed total.           *
      *****************************************************************
       process-gl-record.
              move gw-posting-date to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     add 1 to rc-reversed-gl-items
              end-if
              if not first-gl-record
                     if gw-account-number = prev-gl-account and
                            gw-posting-date = prev-gl-date
                            if date-is-reversed
                                   add 1 to rc-reversed-exceptions
                            else
                                   add 1 to rc-duplicate-gl-items
                                   perform report-duplicate-gl-item
                            end-if
                     end-if
              end-if
              move "N" to first-gl-sw

              compute recomputed-interest =
                     gw-future-value - gw-principal
              if date-is-reversed
                     if recomputed-interest not = gw-interest-earned
                            add 1 to rc-reversed-exceptions
                     end-if
              else
                     add recomputed-interest to rc-recomputed-interest
                     if recomputed-interest not = gw-interest-earned
                            add 1 to rc-interest-diffs
                            perform report-interest-diff
                     end-if
              end-if
              perform add-to-date-totals.

                     write rcn-line
              end-if.

      *****************************************************************
      * REPORT-ONE-DATE-TOTAL - a reversed date is shown at net zero, *
      * with the vouchers that took it off the ledger and, when the   *
      * right figures were posted in its place, the replacement.      *
      *****************************************************************
       report-one-date-total.
              move dt-posting-date (dt-idx) to rcn-date-out
              move dt-posting-count (dt-idx) to rcn-count-out
              move dt-posting-date (dt-idx) to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     move 0 to rcn-total-out
                     move spaces to rcn-line
                     string "DATE " rcn-date-out " POSTINGS "
                            rcn-count-out " NET INTEREST "
                            rcn-total-out " REVERSED"
                            delimited by size into rcn-line
                     write rcn-line
                     move rv-reversal-voucher (reversal-entry-number)
                            to rcn-voucher-out
                     move rv-replace-voucher (reversal-entry-number)
                            to rcn-voucher-out-2
                     move spaces to rcn-line
                     if rv-replace-voucher (reversal-entry-number)
                            = 0
                            string "     REVERSED BY VOUCHER "
                                   rcn-voucher-out
                                   " - LEDGER NET ZERO"
                                   delimited by size into rcn-line
                     else
                            string "     REVERSED BY VOUCHER "
                                   rcn-voucher-out
                                   "  REPLACED BY VOUCHER "
                                   rcn-voucher-out-2
                                   delimited by size into rcn-line
                     end-if
                     write rcn-line
              else
                     move dt-net-interest (dt-idx) to rcn-total-out
                     move spaces to rcn-line
                     string "DATE " rcn-date-out " POSTINGS "
                            rcn-count-out " NET INTEREST "
                            rcn-total-out
                            delimited by size into rcn-line
                     write rcn-line
              end-if.

      *****************************************************************
      * LOAD-REVERSED-DATES - the projection dates reversed on        *
      * GLPCTL, in the order the control records were written, so a   *
      * replacement that was itself reversed no longer stands.  No    *
      * control file just means nothing has been reversed.            *
      *****************************************************************
       load-reversed-dates.
              move 0 to reversed-date-count
              move "Y" to more-control-sw
              open input posting-control-file
              if pct-status not = "00"
                     move "N" to more-control-sw
              else
                     read posting-control-file
                         at end move "N" to more-control-sw
                     end-read
              end-if
              perform store-reversal-record
                     until no-more-control-recs
              if pct-status not = "35"
                     close posting-control-file
              end-if
              if reversal-table-overflowed
                     display "MORE THAN 400 REVERSED DATES ON GLPCTL "
                            "- SOME SHOWN AS OUT OF BALANCE."
              end-if.

      *****************************************************************
      * LOAD-ROTATION-STAMP - the date and time the newest GLPOSTGN   *
      * generation was cut.  Every posting logged before then has     *
      * left GLPOST.  No generation file means nothing has.           *
      *****************************************************************
       load-rotation-stamp.
              move 0 to rotated-through-stamp
              move "Y" to more-generation-sw
              open input posting-generations
              if ggn-status not = "00"
                     move "N" to more-generation-sw
              else
                     read posting-generations
                         at end move "N" to more-generation-sw
                     end-read
              end-if
              perform note-generation-stamp
                     until no-more-generation-recs
              if ggn-status not = "35"
                     close posting-generations
              end-if.

       note-generation-stamp.
              if ggn-stamp > rotated-through-stamp
                     move ggn-stamp to rotated-through-stamp
              end-if
              read posting-generations
                  at end move "N" to more-generation-sw
              end-read.

       store-reversal-record.
              if gpc-source-projection and
                     (gpc-entry-reversal or gpc-entry-replacement)
                     move gpc-posting-date to reversal-check-date
                     perform check-date-reversed
                     if not date-is-reversed
                            if reversed-date-count >= 400
                                   move "Y" to reversal-overflow-sw
                            else
                                   add 1 to reversed-date-count
                                   move reversed-date-count
                                          to reversal-entry-number
                                   move gpc-posting-date
                                          to rv-posting-date
                                          (reversal-entry-number)
                                   move 0 to rv-reversal-voucher
                                          (reversal-entry-number)
                                   move 0 to rv-replace-voucher
                                          (reversal-entry-number)
                                   move "Y" to date-reversed-sw
                            end-if
                     end-if
                     if date-is-reversed
                            perform note-reversal-record
                     end-if
              end-if
              read posting-control-file
                  at end move "N" to more-control-sw
              end-read.

       note-reversal-record.
              if gpc-entry-reversal
                     move gpc-voucher-number to rv-reversal-voucher
                            (reversal-entry-number)
                     if gpc-original-voucher = rv-replace-voucher
                            (reversal-entry-number)
                            move 0 to rv-replace-voucher
                                   (reversal-entry-number)
                     end-if
              else
                     move gpc-voucher-number to rv-replace-voucher
                            (reversal-entry-number)
              end-if.

      *****************************************************************
      * CHECK-DATE-REVERSED - is REVERSAL-CHECK-DATE on the reversed  *
      * table, and if so at which entry.                              *
      *****************************************************************
       check-date-reversed.
              move "N" to date-reversed-sw
              move 0 to reversal-entry-number
              perform check-one-reversed-date
                     varying rv-idx from 1 by 1
                     until rv-idx > reversed-date-count
                            or date-is-reversed.

       check-one-reversed-date.
              if rv-posting-date (rv-idx) = reversal-check-date
                     move "Y" to date-reversed-sw
                     set reversal-entry-number to rv-idx
              end-if.

       report-recon-totals.
              move spaces to rcn-line
              move "  WHAT-IF LOG RECORDS:" to rcn-total-label
              move rc-log-what-ifs to rcn-count-out
              perform write-count-total-line
              move "  LOG RECORDS ROTATED OFF:" to rcn-total-label
              move rc-log-rotated to rcn-count-out
              perform write-count-total-line
              move "GL POSTINGS READ:" to rcn-total-label
              move rc-gl-records-read to rcn-count-out
              perform write-count-total-line
              move "INTEREST RECOMPUTE DIFFS:" to rcn-total-label
              move rc-interest-diffs to rcn-count-out
              perform write-count-total-line
              move "GL ON REVERSED DATES:" to rcn-total-label
              move rc-reversed-gl-items to rcn-count-out
              perform write-count-total-line
              move "  REVERSED-DATE EXCEPTIONS:" to rcn-total-label
              move rc-reversed-exceptions to rcn-count-out
              perform write-count-total-line
              move spaces to rcn-line
              move rc-recomputed-interest to rcn-total-out
              string "NET RECOMPUTED INTEREST:    " rcn-total-out
