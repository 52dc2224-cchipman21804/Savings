      * ACCTAPLG approval log with both IDs and the decision date     *
      * and time.  Items skipped, stopped past, or refused (same      *
      * teller, master gone) are carried forward to ACCTPDNW so       *
      * nothing falls on the floor - at end of day EODROT replaces    *
      * ACCTPEND from ACCTPDNW, keeping any changes keyed after this  *
      * session read the queue, the same way SAVERRNW is handled.     *
      *                                                               *
      * Return code: 0 = queue cleared, 4 = items carried forward,    *
      * 8 = could not run.                                            *
           SELECT APPROVAL-LOG ASSIGN TO "ACCTAPLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APL-STATUS.
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
      * ACCOUNT-CHANGE-LOG - the before/after trail.  The layout      *
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
      * PENDING-CHANGE-FILE - high-risk actions ACCTMNT held for a    *
      * second teller.  The layout must stay in step with the one     *
      * there.  Items keyed before the term fields were added carry   *
      * spaces in them; approving one of those leaves the master's    *
      * term figures as they stand.                                   *
      *****************************************************************
       FD  PENDING-CHANGE-FILE.
       01  APD-RECORD.
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
      * PENDING-CARRY-FILE - items still waiting after this session,  *
      * same layout.  EODROT replaces ACCTPEND from it at end of day. *
      *****************************************************************
       FD  PENDING-CARRY-FILE.
       01  PCY-RECORD                  PIC X(174).

      *****************************************************************
      * APPROVAL-LOG - permanent trail of every decision, in the      *
      * date and time filled in.                                      *
      *****************************************************************
       FD  APPROVAL-LOG.
       01  APL-RECORD                  PIC X(174).

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
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  DATE-OUT-2              PIC 9(8) USAGE DISPLAY.
           05  TERM-OUT                PIC ZZ9 USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-PENDING-SW         PIC X(01) VALUE "Y".
           05  PCY-STATUS              PIC X(02).
           05  APL-STATUS              PIC X(02).
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
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "ACCTAPPR".
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
       main-line.
              initialize approval-counters
              accept run-time from time
              perform write-run-header

              display "PENDING MAINTENANCE APPROVAL"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              open input pending-change-file
              if apd-status not = "00"
                     display "ACCTPEND OPEN FAILED - STATUS "
              perform open-change-log
              perform open-approval-log

              read pending-change-file
                  at end move "N" to more-pending-sw
              end-read
              close account-master
              close account-change-log
              close approval-log
              perform close-security-files

              move items-read to count-out
              display "PENDING ITEMS READ: " count-out
              display "Enter action - A=Approve R=Reject S=Skip "
                     "X=Stop: "
              accept approval-action
              if action-approve or action-reject
                     move approval-action to requested-function
                     perform check-function-authority
                     if not function-authorized
                            move space to approval-action
                     end-if
              end-if
              evaluate true
                  when approval-action = space
                      continue
                  when action-approve
                      perform apply-pending-item
                      move "Y" to item-settled-sw
                     display "  NEW  PV " pv-out-2 "  RATE "
                            rate-out-2 "%  STATUS "
                            apd-new-status-code
                     if apd-new-term-months numeric
                            move apd-old-maturity-date to date-out
                            move apd-new-maturity-date to date-out-2
                            move apd-new-term-months to term-out
                            display "  MATURES " date-out " -> "
                                   date-out-2 "  TERM " term-out
                                   " MONTHS  RENEWAL "
                                   apd-new-renewal-code
                     end-if
              end-if.

      *****************************************************************
      * CHECK-MASTER-UNCHANGED - the master must still hold exactly   *
      * the figures the item recorded as its before-image.  The       *
      * customer short name is not compared - it is not on the        *
      * before-image and carries no financial risk.  The maturity     *
      * date is compared when the item carries one, so a renewal by   *
      * the ACCTMAT run after keying is caught like any other move.   *
      *****************************************************************
       check-master-unchanged.
              move "N" to master-moved-sw
                     am-rec-customer-number not =
                     apd-old-customer-number
                     move "Y" to master-moved-sw
              end-if
              if apd-old-maturity-date numeric
                     if am-rec-maturity-date not =
                            apd-old-maturity-date
                            move "Y" to master-moved-sw
                     end-if
              end-if.

       apply-pending-delete.
              move apd-new-customer-number
                     to am-rec-customer-number
              move apd-new-customer-name to am-rec-customer-name
              if apd-new-term-months numeric
                     move apd-new-open-date to am-rec-open-date
                     move apd-new-term-months to am-rec-term-months
                     move apd-new-renewal-code to am-rec-renewal-code
                     move apd-new-payout-account
                            to am-rec-payout-account
                     if apd-new-maturity-date not =
                            am-rec-maturity-date
                            move 0 to am-rec-notice-date
                     end-if
                     move apd-new-maturity-date
                            to am-rec-maturity-date
              end-if
              rewrite am-record
                  invalid key
                      display "CHANGE FAILED - STATUS " am-status
              move apd-new-customer-number
                     to acl-new-customer-number
              move run-user-id to acl-approver-id
              if apd-new-term-months numeric
                     move apd-old-maturity-date
                            to acl-old-maturity-date
                     move apd-new-open-date to acl-new-open-date
                     move apd-new-term-months to acl-new-term-months
                     move apd-new-maturity-date
                            to acl-new-maturity-date
                     move apd-new-renewal-code to acl-new-renewal-code
                     move apd-new-payout-account
                            to acl-new-payout-account
              else
                     move am-rec-maturity-date to acl-old-maturity-date
                     if apd-action-delete
                            move 0 to acl-new-open-date
                            move 0 to acl-new-term-months
                            move 0 to acl-new-maturity-date
                            move 0 to acl-new-payout-account
                     else
                            move am-rec-open-date to acl-new-open-date
                            move am-rec-term-months
                                   to acl-new-term-months
                            move am-rec-maturity-date
                                   to acl-new-maturity-date
                            move am-rec-renewal-code
                                   to acl-new-renewal-code
                            move am-rec-payout-account
                                   to acl-new-payout-account
                     end-if
              end-if
              if apd-action-delete
                     move spaces to acl-new-customer-name
                     move 0 to acl-new-last-cap-month
              else
                     move apd-new-customer-name to acl-new-customer-name
                     move am-rec-last-cap-month
                            to acl-new-last-cap-month
              end-if
              write acl-record.

       record-decision-approved.
                     open output approval-log
              end-if.

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
