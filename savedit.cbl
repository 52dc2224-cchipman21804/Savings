      * They are read after the raw input and merged into SAVCLEAN    *
      * under the same edits, so the duplicate check covers the       *
      * fresh input and the recycled records together.  SAVRCYC is    *
      * cleared by EODROT at end of day, not here, so a same-night    *
      * rerun of this edit still merges the repairs.                  *
      *                                                               *
      * Return code: 0 = all records clean, 4 = some records         *
      * rejected, 8 = could not run.                                  *
           SELECT RECYCLE-ACCOUNTS ASSIGN TO "SAVRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.
       FD  RECYCLE-ACCOUNTS.
       01  RCY-RECORD                  PIC X(38).

      *****************************************************************
      * ACCOUNT-MASTER - read only, for the product an account        *
      * carries.  The layout must stay in step with the one in        *
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
      * PRODUCT-MASTER - read only, for the rate and term limits of   *
      * the account's product.  The layout must stay in step with     *
      * the one in PRODMNT.                                           *
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
      * RUN-HISTORY-FILE - shared run header/trailer trail written    *
      * by every program in the suite and reported by SAVOPSRP.  The  *
           05  CLN-STATUS              PIC X(02).
           05  ERR-STATUS              PIC X(02).
           05  RCY-STATUS              PIC X(02).
           05  AM-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  RNH-STATUS              PIC X(02).

      *****************************************************************
      * PRODUCT-LIMIT-FIELDS - the rate and term limits the record is *
      * held to, from the product the account carries on ACCTMST.     *
      * An account not on the master, or on a product PRODMST does    *
      * not hold, is held to the house limits of 26% and 30 years,    *
      * the same defaults the SAVINGS batch applies.  A term account  *
      * is projected to its maturity date, not the term on the        *
      * record, so its term is not checked against the product.       *
      *****************************************************************
       01  PRODUCT-LIMIT-FIELDS.
           05  DEFAULT-MAX-RATE        PIC 99V9(4) USAGE COMP
                   VALUE 26.
           05  DEFAULT-MAX-TERM-MONTHS PIC 9(3) USAGE COMP VALUE 360.
           05  LIMIT-MIN-RATE          PIC 99V9(4) USAGE COMP.
           05  LIMIT-MAX-RATE          PIC 99V9(4) USAGE COMP.
           05  LIMIT-MAX-TERM-MONTHS   PIC 9(3) USAGE COMP.
           05  LIMIT-TERM-MONTHS       PIC 9(5) USAGE COMP.
           05  TERM-CHECK-SW           PIC X(01) VALUE "Y".
               88  TERM-CHECK-APPLIES      VALUE "Y".
           05  MASTER-FILE-OPEN-SW     PIC X(01) VALUE "N".
               88  MASTER-FILE-IS-OPEN     VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".

      *****************************************************************
      * SEEN-ACCOUNT-TABLE - every clean account number so far, for   *
      * the duplicate check.  A second record for an account already  *
              end-if
              open output clean-accounts
      *****************************************************************
      * SAVERR is opened extend, not output: EODROT replaces SAVERR   *
      * with the rejects SAVFIX carried forward, and the night's new  *
      * rejects must append behind them, not wipe them.               *
      * The daily repair cycle is what removes settled items.         *
      *****************************************************************
              open extend error-accounts
                     perform write-run-trailer
                     stop run
              end-if
              perform open-product-files

              read savings-accounts
                  at end move "N" to more-accounts-sw
              close savings-accounts
              close clean-accounts
              close error-accounts
              perform close-product-files

              move records-read to count-out
              display "RECORDS READ:     " count-out
      * means no repairs are waiting.  The recycle file is NOT        *
      * emptied here: a same-night rerun of this edit rebuilds        *
      * SAVCLEAN from scratch and must pick the repairs up again.     *
      * EODROT clears SAVRCYC at end of day, in the same run that     *
      * replaces SAVERR from SAVERRNW, so the repairs are never fed   *
      * across two different nights.  A rerun also re-appends the     *
      * night's rejects behind SAVERR (opened extend above); the      *
      * SAVFIX duplicate check catches the doubles at repair time.    *
      *****************************************************************
       merge-recycle-file.
              open input recycle-accounts
                                   to reason-text
                            move "N" to record-ok-sw
                     end-if
                     perform set-product-limits
                     if record-ok and
                            annual-interest-num > limit-max-rate
                            move "06" to reason-code
                            move "RATE ABOVE PRODUCT LIMIT"
                                   to reason-text
                            move "N" to record-ok-sw
                     end-if
                     if record-ok and
                            annual-interest-num < limit-min-rate
                            move "10" to reason-code
                            move "RATE BELOW PRODUCT LIMIT"
                                   to reason-text
                            move "N" to record-ok-sw
                     end-if
                     compute limit-term-months = loan-term-num * 12
                     if record-ok and term-check-applies and
                            limit-term-months > limit-max-term-months
                            move "07" to reason-code
                            move "TERM ABOVE PRODUCT LIMIT"
                                   to reason-text
                            move "N" to record-ok-sw
                     end-if
                     if record-ok and loan-term-num = 0
              write err-record
              add 1 to records-rejected.

      *****************************************************************
      * SET-PRODUCT-LIMITS - look the account up on the master and    *
      * its product up on PRODMST.  Either file missing, or either    *
      * lookup failing, leaves the house limits in force.             *
      *****************************************************************
       set-product-limits.
              move 0 to limit-min-rate
              move default-max-rate to limit-max-rate
              move default-max-term-months to limit-max-term-months
              move "Y" to term-check-sw
              if master-file-is-open
                     move sa-account-number to am-rec-account-number
                     read account-master
                         invalid key
                             move 0 to am-rec-product-type
                             move 0 to am-rec-maturity-date
                     end-read
                     if am-rec-maturity-date > run-date
                            move "N" to term-check-sw
                     end-if
                     if product-file-is-open and
                            am-rec-product-type not = 0
                            move am-rec-product-type
                                   to pm-rec-product-type
                            read product-master
                                invalid key
                                    continue
                                not invalid key
                                    move pm-rec-min-rate
                                           to limit-min-rate
                                    move pm-rec-max-rate
                                           to limit-max-rate
                                    move pm-rec-max-term-months
                                           to limit-max-term-months
                            end-read
                     end-if
              end-if.

       open-product-files.
              open input account-master
              if am-status = "00"
                     move "Y" to master-file-open-sw
              end-if
              open input product-master
              if pm-status = "00"
                     move "Y" to product-file-open-sw
              end-if.

       close-product-files.
              if master-file-is-open
                     close account-master
              end-if
              if product-file-is-open
                     close product-master
              end-if.

      *****************************************************************
      * WRITE-RUN-HEADER / WRITE-RUN-TRAILER - this run's entry on    *
      * the shared run-history file.  The header goes out as soon as  *
