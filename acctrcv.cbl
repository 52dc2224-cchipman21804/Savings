      *****************************************************************
      * ACCTRCV                                                       *
      *                                                               *
      * Forward recovery for the ACCOUNT-MASTER.  When ACCTMST is     *
      * damaged mid-day, the last backup copy (ACCTBKUP, the master   *
      * unloaded in its own record layout) is loaded to a new         *
      * indexed file, ACCTRBLD, and every ACCTCHG record logged       *
      * after the backup was taken and up to the recovery cutoff is   *
      * replayed against it in the order it was logged:               *
      *                                                               *
      *   - an add must find no account on the rebuilt file;          *
      *   - a change or delete must find the account, and the old     *
      *     figures on the log record must be exactly what the        *
      *     rebuilt file holds.                                       *
      *                                                               *
      * A log record that fails its check is listed as an exception   *
      * and NOT applied - a gap or a damaged stretch of the log must  *
      * be looked at by a person, never papered over.                 *
      *                                                               *
      * The run ends with the adds, changes and deletes applied, the  *
      * exceptions, and a proof that the rebuilt file holds exactly   *
      * the records loaded plus the adds less the deletes, with its   *
      * total balance.  Operations copies ACCTRBLD back over ACCTMST  *
      * only once the listing has been reviewed and the file proves.  *
      *                                                               *
      * The backup date and time and the cutoff come from RCVPARM.    *
      * The backup date is required; zeros in the backup time mean    *
      * the start of the backup date, and zeros in the cutoff mean    *
      * replay to the end of the log.  A log record from before the   *
      * backup that is replayed by mistake fails its check and is     *
      * reported, so a cautious backup time costs nothing but review. *
      *                                                               *
      * Log records written before the customer name and month-end    *
      * stamp were carried on ACCTCHG leave those fields as the       *
      * backup had them.  The maturity notice date is housekeeping    *
      * ACCTMAT does not log; it is as the backup had it, or cleared  *
      * when a replayed change moves the maturity date.               *
      *                                                               *
      * Log records EODROT has rotated off ACCTCHG are on its         *
      * ACCTCHGN generation file, oldest first, and are replayed      *
      * ahead of what is still on ACCTCHG.  The generations kept must *
      * reach back past the backup being recovered from.              *
      *                                                               *
      * Return code: 0 = rebuilt clean, 4 = exceptions listed or the  *
      * rebuilt file does not prove, 8 = could not run or a change    *
      * log could not be opened (the rebuilt file is then not proven  *
      * and RCVRPT says not to copy it).                              *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   acctrcv.

       environment division.
       input-output section.
       file-control.
           SELECT MASTER-BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-STATUS.
           SELECT REBUILT-MASTER ASSIGN TO "ACCTRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO "ACCTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-STATUS.
           SELECT CHANGE-LOG-GENERATIONS ASSIGN TO "ACCTCHGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGN-STATUS.
           SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCP-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRP-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.

       data division.
       file section.

      *****************************************************************
      * MASTER-BACKUP-FILE - the backup copy of ACCTMST, one master   *
      * record per line in the AM-RECORD layout.                      *
      *****************************************************************
       FD  MASTER-BACKUP-FILE.
       01  BKP-RECORD                  PIC X(110).

      *****************************************************************
      * REBUILT-MASTER - the master being rebuilt.  The layout must   *
      * stay in step with the one in ACCTMNT.                         *
      *****************************************************************
       FD  REBUILT-MASTER.
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
      * ACCOUNT-CHANGE-LOG - the before/after trail being replayed.   *
      * The layout must stay in step with the one in ACCTMNT.         *
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
      * CHANGE-LOG-GENERATIONS - ACCTCHG records rotated off by       *
      * EODROT, each behind the date and time of the generation it    *
      * went out in.  The record itself is in the ACL-RECORD layout.  *
      *****************************************************************
       FD  CHANGE-LOG-GENERATIONS.
       01  AGN-RECORD.
           05  AGN-STAMP               PIC 9(16).
           05  AGN-DATA                PIC X(200).

      *****************************************************************
      * RECOVERY-PARM-FILE - one record: when the backup was taken    *
      * and the point in time to recover to.  Times are HHMMSSHH as   *
      * the log carries them.                                         *
      *****************************************************************
       FD  RECOVERY-PARM-FILE.
       01  RCP-RECORD.
           05  RCP-BACKUP-DATE         PIC 9(8).
           05  RCP-BACKUP-TIME         PIC 9(8).
           05  RCP-CUTOFF-DATE         PIC 9(8).
           05  RCP-CUTOFF-TIME         PIC 9(8).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * RECOVERY-REPORT - the exception listing and control totals    *
      * operations proves the rebuilt file from.                      *
      *****************************************************************
       FD  RECOVERY-REPORT.
       01  RRP-LINE                    PIC X(80).

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

       01  RECOVERY-FIELDS.
           05  BACKUP-DATE             PIC 9(8) VALUE ZERO.
           05  BACKUP-TIME             PIC 9(8) VALUE ZERO.
           05  CUTOFF-DATE             PIC 9(8) VALUE ZERO.
           05  CUTOFF-TIME             PIC 9(8) VALUE ZERO.
           05  BACKUP-STAMP            PIC 9(16) USAGE COMP.
           05  CUTOFF-STAMP            PIC 9(16) USAGE COMP.
           05  LOG-STAMP               PIC 9(16) USAGE COMP.
           05  EXCEPTION-REASON        PIC X(60).
           05  MISMATCH-COUNT          PIC 9 USAGE COMP.
           05  FAILED-FILE-NAME        PIC X(08) VALUE SPACES.

       01  RECOVERY-COUNTERS.
           05  BACKUP-RECORDS-READ     PIC 9(9) USAGE COMP VALUE ZERO.
           05  BACKUP-RECORDS-LOADED   PIC 9(9) USAGE COMP VALUE ZERO.
           05  BACKUP-LOAD-REJECTS     PIC 9(9) USAGE COMP VALUE ZERO.
           05  LOG-RECORDS-READ        PIC 9(9) USAGE COMP VALUE ZERO.
           05  GENERATION-RECORDS-READ PIC 9(9) USAGE COMP VALUE ZERO.
           05  LOG-BEFORE-BACKUP       PIC 9(9) USAGE COMP VALUE ZERO.
           05  LOG-AFTER-CUTOFF        PIC 9(9) USAGE COMP VALUE ZERO.
           05  ADDS-APPLIED            PIC 9(9) USAGE COMP VALUE ZERO.
           05  CHANGES-APPLIED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  DELETES-APPLIED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  EXCEPTIONS-LISTED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  REBUILT-RECORDS         PIC 9(9) USAGE COMP VALUE ZERO.
           05  EXPECTED-RECORDS        PIC 9(9) USAGE COMP VALUE ZERO.

       01  RECOVERY-TOTALS.
           05  REBUILT-BALANCE         PIC S9(11)V99 USAGE COMP
                   VALUE ZERO.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  TIME-OUT                PIC 9(8) USAGE DISPLAY.
           05  STATUS-OUT              PIC X(02) USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  BALANCE-OUT             PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  BALANCE-OUT-2           PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  TOTAL-OUT               PIC $ZZ,ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  PRODUCT-OUT             PIC 9(2) USAGE DISPLAY.
           05  PRODUCT-OUT-2           PIC 9(2) USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  CUSTOMER-OUT-2          PIC 9(9) USAGE DISPLAY.
           05  RPT-LABEL               PIC X(28) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-BACKUP-SW          PIC X(01) VALUE "Y".
               88  MORE-BACKUP-RECS        VALUE "Y".
               88  NO-MORE-BACKUP-RECS     VALUE "N".
           05  MORE-LOG-SW             PIC X(01) VALUE "Y".
               88  MORE-LOG-RECS           VALUE "Y".
               88  NO-MORE-LOG-RECS        VALUE "N".
           05  MORE-GENERATION-SW      PIC X(01) VALUE "Y".
               88  MORE-GENERATION-RECS    VALUE "Y".
               88  NO-MORE-GENERATION-RECS VALUE "N".
           05  MORE-MASTER-SW          PIC X(01) VALUE "Y".
               88  MORE-MASTER-RECS        VALUE "Y".
               88  NO-MORE-MASTER-RECS     VALUE "N".
           05  ENTRY-FOUND-SW          PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  LOG-OPENED-SW           PIC X(01) VALUE "N".
               88  LOG-IS-OPEN             VALUE "Y".
           05  PROOF-SW                PIC X(01) VALUE "N".
               88  REBUILT-FILE-PROVES     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  BKP-STATUS              PIC X(02).
           05  AM-STATUS               PIC X(02).
           05  ACL-STATUS              PIC X(02).
           05  AGN-STATUS              PIC X(02).
           05  RCP-STATUS              PIC X(02).
           05  RRP-STATUS              PIC X(02).
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
              initialize recovery-counters
              initialize recovery-totals
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              perform read-recovery-parms
              if backup-date = 0
                     display "RCVPARM MUST GIVE THE DATE THE BACKUP "
                            "WAS TAKEN - NOTHING DONE."
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              open input master-backup-file
              if bkp-status not = "00"
                     display "ACCTBKUP OPEN FAILED - STATUS "
                            bkp-status
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              open output rebuilt-master
              if am-status not = "00"
                     display "ACCTRBLD OPEN FAILED - STATUS " am-status
                     close master-backup-file
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-recovery-report
              if not report-is-open
                     close master-backup-file
                     close rebuilt-master
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform write-report-heading

              perform load-backup
              close master-backup-file
              close rebuilt-master
              open i-o rebuilt-master
              if am-status not = "00"
                     display "ACCTRBLD REOPEN FAILED - STATUS "
                            am-status
                     close recovery-report
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              perform replay-log-generations
              perform replay-change-log
              perform prove-rebuilt-file
              perform write-recovery-totals

              close rebuilt-master
              close recovery-report
              if return-code = 0 and (exceptions-listed > 0 or
                     not rebuilt-file-proves)
                     move 4 to return-code
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * READ-RECOVERY-PARMS - the backup date has no default: a       *
      * recovery run against a guessed backup would prove nothing.    *
      *****************************************************************
       read-recovery-parms.
              open input recovery-parm-file
              if rcp-status = "00"
                     read recovery-parm-file
                         at end continue
                     end-read
                     if rcp-status = "00"
                            move rcp-backup-date to backup-date
                            move rcp-backup-time to backup-time
                            move rcp-cutoff-date to cutoff-date
                            move rcp-cutoff-time to cutoff-time
                     end-if
                     close recovery-parm-file
              end-if
              compute backup-stamp =
                     backup-date * 100000000 + backup-time
              if cutoff-date = 0
                     move 0 to cutoff-stamp
              else
                     compute cutoff-stamp =
                            cutoff-date * 100000000 + cutoff-time
              end-if.

       open-recovery-report.
              open output recovery-report
              if rrp-status not = "00"
                     display "RCVRPT OPEN FAILED - STATUS " rrp-status
              else
                     move "Y" to report-opened-sw
              end-if.

       write-report-heading.
              move spaces to rrp-line
              string "ACCOUNT MASTER FORWARD RECOVERY"
                     "  RUN DATE: " run-date
                     delimited by size into rrp-line
              write rrp-line
              move backup-date to date-out
              move backup-time to time-out
              move spaces to rrp-line
              string "BACKUP TAKEN:  " date-out " " time-out
                     delimited by size into rrp-line
              write rrp-line
              move spaces to rrp-line
              if cutoff-date = 0
                     string "RECOVER TO:    END OF ACCTCHG"
                            delimited by size into rrp-line
              else
                     move cutoff-date to date-out
                     move cutoff-time to time-out
                     string "RECOVER TO:    " date-out " " time-out
                            delimited by size into rrp-line
              end-if
              write rrp-line
              move spaces to rrp-line
              write rrp-line.

      *****************************************************************
      * LOAD-BACKUP - every backup record goes to the rebuilt file    *
      * as it stands.  A record that will not load (a duplicate key)  *
      * is an exception like any other.                               *
      *****************************************************************
       load-backup.
              move "Y" to more-backup-sw
              read master-backup-file
                  at end move "N" to more-backup-sw
              end-read
              perform load-one-backup-record
                     until no-more-backup-recs.

       load-one-backup-record.
              add 1 to backup-records-read
              move bkp-record to am-record
              write am-record
                  invalid key
                      perform list-load-reject
                  not invalid key
                      add 1 to backup-records-loaded
              end-write
              read master-backup-file
                  at end move "N" to more-backup-sw
              end-read.

       list-load-reject.
              add 1 to backup-load-rejects
              add 1 to exceptions-listed
              move am-status to status-out
              move am-rec-account-number to account-out
              move spaces to rrp-line
              string "EXCEPTION ACCT " account-out
                     "  BACKUP RECORD DID NOT LOAD - STATUS "
                     status-out
                     delimited by size into rrp-line
              write rrp-line.

      *****************************************************************
      * REPLAY-LOG-GENERATIONS - the rotated-off log, oldest first,   *
      * through the same window and checks as ACCTCHG itself.  No     *
      * generation file means the log has never been rotated.         *
      *****************************************************************
       replay-log-generations.
              move "Y" to more-generation-sw
              open input change-log-generations
              if agn-status not = "00"
                     if agn-status not = "35"
                            display "ACCTCHGN OPEN FAILED - STATUS "
                                   agn-status
                            move "ACCTCHGN" to failed-file-name
                            move 8 to return-code
                     end-if
                     move "N" to more-generation-sw
              else
                     read change-log-generations
                         at end move "N" to more-generation-sw
                     end-read
              end-if
              perform replay-one-generation-record
                     until no-more-generation-recs
              if agn-status not = "35"
                     close change-log-generations
              end-if.

       replay-one-generation-record.
              add 1 to generation-records-read
              move agn-data to acl-record
              perform replay-in-window
              read change-log-generations
                  at end move "N" to more-generation-sw
              end-read.

      *****************************************************************
      * REPLAY-CHANGE-LOG - one pass over ACCTCHG in the order it was *
      * written.  No log at all means nothing was changed since the   *
      * backup; the rebuilt file is the backup.                       *
      *****************************************************************
       replay-change-log.
              move "Y" to more-log-sw
              open input account-change-log
              if acl-status not = "00"
                     if acl-status = "35"
                            move spaces to rrp-line
                            string "NOTE - NO ACCTCHG ON FILE - "
                                   "NOTHING TO REPLAY"
                                   delimited by size into rrp-line
                            write rrp-line
                     else
                            display "ACCTCHG OPEN FAILED - STATUS "
                                   acl-status
                            move "ACCTCHG" to failed-file-name
                            move 8 to return-code
                     end-if
                     move "N" to more-log-sw
              else
                     move "Y" to log-opened-sw
                     read account-change-log
                         at end move "N" to more-log-sw
                     end-read
              end-if
              perform replay-one-log-record
                     until no-more-log-recs
              if log-is-open
                     close account-change-log
              end-if.

       replay-one-log-record.
              perform replay-in-window
              read account-change-log
                  at end move "N" to more-log-sw
              end-read.

       replay-in-window.
              add 1 to log-records-read
              compute log-stamp =
                     acl-log-date * 100000000 + acl-log-time
              evaluate true
                  when log-stamp <= backup-stamp
                      add 1 to log-before-backup
                  when cutoff-stamp not = 0 and
                         log-stamp > cutoff-stamp
                      add 1 to log-after-cutoff
                  when other
                      perform replay-logged-action
              end-evaluate.

       replay-logged-action.
              move spaces to exception-reason
              move "N" to entry-found-sw
              move acl-account-number to am-rec-account-number
              read rebuilt-master
                  invalid key
                      continue
                  not invalid key
                      move "Y" to entry-found-sw
              end-read
              evaluate acl-action
                  when "A"
                      perform replay-add
                  when "C"
                      perform replay-change
                  when "D"
                      perform replay-delete
                  when other
                      move "UNKNOWN ACTION CODE - NOT APPLIED"
                             to exception-reason
                      perform list-exception
              end-evaluate.

       replay-add.
              if entry-found
                     string "ADD - ACCOUNT IS ALREADY ON THE REBUILT "
                            "FILE - NOT APPLIED"
                            delimited by size into exception-reason
                     perform list-exception
              else
                     move spaces to am-record
                     move acl-account-number to am-rec-account-number
                     move 0 to am-rec-open-date
                     move 0 to am-rec-term-months
                     move 0 to am-rec-maturity-date
                     move 0 to am-rec-payout-account
                     move 0 to am-rec-notice-date
                     move 0 to am-rec-last-cap-month
                     perform move-new-figures
                     write am-record
                         invalid key
                             move am-status to status-out
                             string "ADD FAILED ON THE REBUILT FILE - "
                                    "STATUS " status-out
                                    delimited by size
                                    into exception-reason
                             perform list-exception
                         not invalid key
                             add 1 to adds-applied
                     end-write
              end-if.

       replay-change.
              if not entry-found
                     string "CHANGE - ACCOUNT IS NOT ON THE REBUILT "
                            "FILE - NOT APPLIED"
                            delimited by size into exception-reason
                     perform list-exception
              else
                     perform count-old-figure-mismatches
                     if mismatch-count > 0
                            string "CHANGE - OLD FIGURES DO NOT MATCH "
                                   "THE REBUILT FILE - NOT APPLIED"
                                   delimited by size
                                   into exception-reason
                            perform list-exception
                            perform list-old-figure-mismatches
                     else
                            perform move-new-figures
                            rewrite am-record
                                invalid key
                                    move am-status to status-out
                                    string "CHANGE FAILED ON THE "
                                           "REBUILT FILE - STATUS "
                                           status-out
                                           delimited by size
                                           into exception-reason
                                    perform list-exception
                                not invalid key
                                    add 1 to changes-applied
                            end-rewrite
                     end-if
              end-if.

       replay-delete.
              if not entry-found
                     string "DELETE - ACCOUNT IS NOT ON THE REBUILT "
                            "FILE - NOT APPLIED"
                            delimited by size into exception-reason
                     perform list-exception
              else
                     perform count-old-figure-mismatches
                     if mismatch-count > 0
                            string "DELETE - OLD FIGURES DO NOT MATCH "
                                   "THE REBUILT FILE - NOT APPLIED"
                                   delimited by size
                                   into exception-reason
                            perform list-exception
                            perform list-old-figure-mismatches
                     else
                            delete rebuilt-master
                                invalid key
                                    move am-status to status-out
                                    string "DELETE FAILED ON THE "
                                           "REBUILT FILE - STATUS "
                                           status-out
                                           delimited by size
                                           into exception-reason
                                    perform list-exception
                                not invalid key
                                    add 1 to deletes-applied
                            end-delete
                     end-if
              end-if.

      *****************************************************************
      * MOVE-NEW-FIGURES - the after-image onto the rebuilt record.   *
      * Fields a log record does not carry (spaces on a record        *
      * written before they were logged) keep what the file has, and  *
      * a moved maturity date clears the notice date the way ACCTMNT  *
      * and ACCTAPPR do.                                              *
      *****************************************************************
       move-new-figures.
              move acl-new-present-value to am-rec-present-value
              move acl-new-annual-interest to am-rec-annual-interest
              move acl-new-status-code to am-rec-status-code
              move acl-new-product-type to am-rec-product-type
              move acl-new-customer-number to am-rec-customer-number
              if acl-new-customer-name not = spaces
                     move acl-new-customer-name
                            to am-rec-customer-name
              end-if
              if acl-new-term-months numeric
                     move acl-new-open-date to am-rec-open-date
                     move acl-new-term-months to am-rec-term-months
                     move acl-new-renewal-code to am-rec-renewal-code
                     move acl-new-payout-account
                            to am-rec-payout-account
                     if acl-new-maturity-date not =
                            am-rec-maturity-date
                            move 0 to am-rec-notice-date
                     end-if
                     move acl-new-maturity-date
                            to am-rec-maturity-date
              end-if
              if acl-new-last-cap-month numeric
                     move acl-new-last-cap-month
                            to am-rec-last-cap-month
              end-if.

      *****************************************************************
      * COUNT-OLD-FIGURE-MISMATCHES - the before-image on the log     *
      * must be exactly what the rebuilt file holds.  The maturity    *
      * date is only compared when the log record carries one.        *
      *****************************************************************
       count-old-figure-mismatches.
              move 0 to mismatch-count
              if acl-old-present-value not = am-rec-present-value
                     add 1 to mismatch-count
              end-if
              if acl-old-annual-interest not = am-rec-annual-interest
                     add 1 to mismatch-count
              end-if
              if acl-old-status-code not = am-rec-status-code
                     add 1 to mismatch-count
              end-if
              if acl-old-product-type not = am-rec-product-type
                     add 1 to mismatch-count
              end-if
              if acl-old-customer-number not = am-rec-customer-number
                     add 1 to mismatch-count
              end-if
              if acl-old-maturity-date numeric
                     if acl-old-maturity-date not =
                            am-rec-maturity-date
                            add 1 to mismatch-count
                     end-if
              end-if.

       list-old-figure-mismatches.
              if acl-old-present-value not = am-rec-present-value
                     move acl-old-present-value to balance-out
                     move am-rec-present-value to balance-out-2
                     move spaces to rrp-line
                     string "          BALANCE   LOGGED " balance-out
                            "  ON FILE " balance-out-2
                            delimited by size into rrp-line
                     write rrp-line
              end-if
              if acl-old-annual-interest not = am-rec-annual-interest
                     move acl-old-annual-interest to rate-out
                     move am-rec-annual-interest to rate-out-2
                     move spaces to rrp-line
                     string "          RATE      LOGGED " rate-out
                            "%  ON FILE " rate-out-2 "%"
                            delimited by size into rrp-line
                     write rrp-line
              end-if
              if acl-old-status-code not = am-rec-status-code
                     move spaces to rrp-line
                     string "          STATUS    LOGGED "
                            acl-old-status-code
                            "  ON FILE " am-rec-status-code
                            delimited by size into rrp-line
                     write rrp-line
              end-if
              if acl-old-product-type not = am-rec-product-type
                     move acl-old-product-type to product-out
                     move am-rec-product-type to product-out-2
                     move spaces to rrp-line
                     string "          PRODUCT   LOGGED " product-out
                            "  ON FILE " product-out-2
                            delimited by size into rrp-line
                     write rrp-line
              end-if
              if acl-old-customer-number not = am-rec-customer-number
                     move acl-old-customer-number to customer-out
                     move am-rec-customer-number to customer-out-2
                     move spaces to rrp-line
                     string "          CUSTOMER  LOGGED " customer-out
                            "  ON FILE " customer-out-2
                            delimited by size into rrp-line
                     write rrp-line
              end-if
              if acl-old-maturity-date numeric
                     if acl-old-maturity-date not =
                            am-rec-maturity-date
                            move acl-old-maturity-date to date-out
                            move spaces to rrp-line
                            string "          MATURITY  LOGGED "
                                   date-out "  ON FILE "
                                   am-rec-maturity-date
                                   delimited by size into rrp-line
                            write rrp-line
                     end-if
              end-if.

       list-exception.
              add 1 to exceptions-listed
              move acl-account-number to account-out
              move acl-log-date to date-out
              move acl-log-time to time-out
              move spaces to rrp-line
              string "EXCEPTION ACCT " account-out
                     "  ACTION " acl-action
                     "  LOGGED " date-out " " time-out
                     "  BY " acl-user-id
                     delimited by size into rrp-line
              write rrp-line
              move spaces to rrp-line
              string "          " exception-reason
                     delimited by size into rrp-line
              write rrp-line.

      *****************************************************************
      * PROVE-REBUILT-FILE - a read-only sweep of the finished file:  *
      * it must hold the records loaded plus the adds less the        *
      * deletes.  Its total balance is printed for operations to      *
      * agree to the day's control figures.                           *
      *****************************************************************
       prove-rebuilt-file.
              move 0 to rebuilt-records
              move 0 to rebuilt-balance
              move "Y" to more-master-sw
              move 0 to am-rec-account-number
              start rebuilt-master key >= am-rec-account-number
                  invalid key
                      move "N" to more-master-sw
              end-start
              if more-master-recs
                     perform read-next-rebuilt
              end-if
              perform prove-one-record
                     until no-more-master-recs
              compute expected-records =
                     backup-records-loaded + adds-applied
                     - deletes-applied
              if rebuilt-records = expected-records
                     move "Y" to proof-sw
              else
                     move "N" to proof-sw
              end-if.

       prove-one-record.
              add 1 to rebuilt-records
              add am-rec-present-value to rebuilt-balance
              perform read-next-rebuilt.

       read-next-rebuilt.
              read rebuilt-master next
                  at end move "N" to more-master-sw
              end-read.

       write-recovery-totals.
              move spaces to rrp-line
              write rrp-line
              move spaces to rrp-line
              string "END-OF-RUN CONTROL TOTALS"
                     delimited by size into rrp-line
              write rrp-line
              move "BACKUP RECORDS READ:" to rpt-label
              move backup-records-read to count-out
              perform write-count-line
              move "BACKUP RECORDS LOADED:" to rpt-label
              move backup-records-loaded to count-out
              perform write-count-line
              move "LOG RECORDS READ:" to rpt-label
              move log-records-read to count-out
              perform write-count-line
              move "  FROM ACCTCHGN GENERATIONS:" to rpt-label
              move generation-records-read to count-out
              perform write-count-line
              move "  BEFORE THE BACKUP:" to rpt-label
              move log-before-backup to count-out
              perform write-count-line
              move "  AFTER THE CUTOFF:" to rpt-label
              move log-after-cutoff to count-out
              perform write-count-line
              move "ADDS APPLIED:" to rpt-label
              move adds-applied to count-out
              perform write-count-line
              move "CHANGES APPLIED:" to rpt-label
              move changes-applied to count-out
              perform write-count-line
              move "DELETES APPLIED:" to rpt-label
              move deletes-applied to count-out
              perform write-count-line
              move "EXCEPTIONS LISTED:" to rpt-label
              move exceptions-listed to count-out
              perform write-count-line
              move "RECORDS EXPECTED:" to rpt-label
              move expected-records to count-out
              perform write-count-line
              move "RECORDS ON REBUILT FILE:" to rpt-label
              move rebuilt-records to count-out
              perform write-count-line
              move rebuilt-balance to total-out
              move spaces to rrp-line
              string "TOTAL BALANCE ON REBUILT FILE: " total-out
                     delimited by size into rrp-line
              write rrp-line
              move spaces to rrp-line
              evaluate true
                  when return-code >= 8
                      string "** REBUILT FILE NOT PROVEN - DO NOT "
                             "COPY - " failed-file-name
                             " COULD NOT BE OPENED **"
                             delimited by size into rrp-line
                  when rebuilt-file-proves and exceptions-listed = 0
                      string "REBUILT FILE PROVES - READY TO COPY "
                             "OVER ACCTMST"
                             delimited by size into rrp-line
                  when rebuilt-file-proves
                      string "** REBUILT FILE PROVES BUT "
                             "EXCEPTIONS MUST BE REVIEWED **"
                             delimited by size into rrp-line
                  when other
                      string "** REBUILT FILE DOES NOT PROVE "
                             "- DO NOT PUT IN SERVICE **"
                             delimited by size into rrp-line
              end-evaluate
              write rrp-line.

       write-count-line.
              move spaces to rrp-line
              string rpt-label count-out
                     delimited by size into rrp-line
              write rrp-line.

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
                     move "ACCTRCV " to rnh-program-id
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
                     move "ACCTRCV " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     compute rnh-records-read =
                            backup-records-read + log-records-read
                     compute rnh-records-written =
                            adds-applied + changes-applied
                            + deletes-applied
                     move exceptions-listed to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
