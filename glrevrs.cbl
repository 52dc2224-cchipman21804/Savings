      *****************************************************************
      * GLREVRS                                                       *
      *                                                               *
      * Correction and reversal of a posting date already handed to   *
      * the ledger.  SAVGLIF never vouchers a date twice, so when a   *
      * batch posted wrong figures the only way to put the ledger     *
      * right is a reversing voucher for the date - the same two      *
      * lines with their sides swapped, under a new voucher number -  *
      * and, where the right figures are known, a replacement         *
      * voucher built from a corrected GLPOST extract (GLCORR) for    *
      * that date.                                                    *
      *                                                               *
      * Dual control, the same way ACCTMNT and ACCTAPPR share it: a   *
      * teller signs on in request mode (Q) and keys the date, the    *
      * feed, the reason, and whether GLCORR carries a replacement;   *
      * the request is held on the GLRVPEND queue and nothing goes    *
      * near the ledger.  A second teller, who must not be the one    *
      * who keyed it, works the queue in approval mode (P) and        *
      * approves (A) or rejects (R) each item.  Only on approval are  *
      * the vouchers written to GLVOUCH, each with a control record   *
      * on GLPCTL pointing back at the voucher it corrects and        *
      * carrying both IDs and the reason.  Every decision goes to     *
      * the GLRVAPLG log; items skipped, stopped past or refused are  *
      * carried forward to GLRVPDNW, which the approval (P) session   *
      * writes whole.  At end of day EODROT replaces GLRVPEND from    *
      * GLRVPDNW, keeping any requests keyed after the approval       *
      * session read the queue, the same way ACCTPDNW is handled.     *
      *                                                               *
      * The voucher reversed is whichever one stands for the date     *
      * and feed on GLPCTL at the moment of approval - the feed       *
      * voucher, or the replacement from an earlier correction.  If   *
      * it has changed since the request was keyed, or GLCORR no      *
      * longer holds the figures the requester saw, the item is       *
      * carried forward rather than posted.                           *
      *                                                               *
      * Return code: 0 = all done, 4 = requests refused or items      *
      * carried forward, 8 = could not run.                           *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   glrevrs.

       environment division.
       input-output section.
       file-control.
           SELECT POSTING-CONTROL-FILE ASSIGN TO "GLPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-STATUS.
           SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "GLVOUCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JV-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "GLCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLC-STATUS.
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "GLRVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-STATUS.
           SELECT PENDING-CARRY-FILE ASSIGN TO "GLRVPDNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCY-STATUS.
           SELECT APPROVAL-LOG ASSIGN TO "GLRVAPLG"
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

       data division.
       file section.

      *****************************************************************
      * POSTING-CONTROL-FILE - one record per voucher ever handed     *
      * over.  Feed vouchers are written by SAVGLIF; the reversing    *
      * ("R") and replacement ("C") vouchers written here point back  *
      * at the voucher they correct.  The layout must stay in step    *
      * with the ones in SAVGLIF and SAVRECON.                        *
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
      * JOURNAL-VOUCHER-FILE - the handover file the receiving GL     *
      * system picks up.  Header, detail and trailer layouts are in   *
      * working storage and must stay in step with SAVGLIF.  It is    *
      * also read back for the hash total of a voucher handed over    *
      * before GLPCTL carried one.                                    *
      *****************************************************************
       FD  JOURNAL-VOUCHER-FILE.
       01  JV-RECORD                   PIC X(80).

      *****************************************************************
      * CORRECTION-FILE - the corrected postings for the date being   *
      * reversed, cut in the GLPOST layout.  A corrected GLACCR cut   *
      * serves equally: its account, interest and posting date sit    *
      * in the same places, and the filler takes its capital month.   *
      * Postings for any other date are ignored and counted.          *
      *****************************************************************
       FD  CORRECTION-FILE.
       01  GLC-RECORD.
           05  GLC-ACCOUNT-NUMBER      PIC 9(9).
           05  GLC-PRINCIPAL           PIC 9(9)V99.
           05  GLC-INTEREST-EARNED     PIC S9(9)V99.
           05  GLC-FUTURE-VALUE        PIC S9(9)V99.
           05  GLC-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(11).

      *****************************************************************
      * PENDING-REVERSAL-FILE - reversals keyed and waiting for a     *
      * second teller.  The voucher to reverse and, when there is     *
      * one, the replacement figures from GLCORR are captured at      *
      * keying, so the approver sees exactly what will be posted and  *
      * approval can prove nothing has moved since.                   *
      *****************************************************************
       FD  PENDING-REVERSAL-FILE.
       01  GRP-RECORD.
           05  GRP-ITEM-STATUS         PIC X(01).
               88  GRP-ITEM-PENDING        VALUE "P".
           05  GRP-ENTRY-DATE          PIC 9(8).
           05  GRP-ENTRY-TIME          PIC 9(8).
           05  GRP-TELLER-ID           PIC X(08).
           05  GRP-SOURCE-CODE         PIC X(01).
           05  GRP-POSTING-DATE        PIC 9(8).
           05  GRP-ORIGINAL-VOUCHER    PIC 9(6).
           05  GRP-ORIGINAL-COUNT      PIC 9(9).
           05  GRP-ORIGINAL-NET        PIC S9(13)V99.
           05  GRP-ORIGINAL-HASH       PIC 9(15).
           05  GRP-REPLACE-SW          PIC X(01).
               88  GRP-WITH-REPLACEMENT    VALUE "Y".
           05  GRP-REPLACE-COUNT       PIC 9(9).
           05  GRP-REPLACE-NET         PIC S9(13)V99.
           05  GRP-REPLACE-HASH        PIC 9(15).
           05  GRP-REASON              PIC X(40).
           05  GRP-APPROVER-ID         PIC X(08).
           05  GRP-DECISION-DATE       PIC 9(8).
           05  GRP-DECISION-TIME       PIC 9(8).
           05  GRP-REVERSAL-VOUCHER    PIC 9(6).
           05  GRP-REPLACEMENT-VOUCHER PIC 9(6).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * PENDING-CARRY-FILE - items still waiting after this approval  *
      * session, same layout.  EODROT replaces GLRVPEND from it at    *
      * end of day.                                                   *
      *****************************************************************
       FD  PENDING-CARRY-FILE.
       01  PCY-RECORD                  PIC X(200).

      *****************************************************************
      * APPROVAL-LOG - permanent trail of every decision, in the      *
      * pending-record layout with the status, approver, decision     *
      * date and time and the vouchers written filled in.             *
      *****************************************************************
       FD  APPROVAL-LOG.
       01  APL-RECORD                  PIC X(200).

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

      *****************************************************************
      * The voucher record layouts.  They must stay in step with the  *
      * ones in SAVGLIF - the receiving GL system validates every     *
      * voucher the same way: the line count, the source account-     *
      * number hash and the equal debit and credit totals must tie.   *
      *****************************************************************
       01  VOUCHER-HEADER.
           05  VH-RECORD-TYPE          PIC X(01) VALUE "H".
           05  VH-VOUCHER-NUMBER       PIC 9(6).
           05  VH-POSTING-DATE         PIC 9(8).
           05  VH-RUN-DATE             PIC 9(8).
           05  VH-RUN-TIME             PIC 9(8).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  VOUCHER-DETAIL.
           05  VD-RECORD-TYPE          PIC X(01) VALUE "D".
           05  VD-VOUCHER-NUMBER       PIC 9(6).
           05  VD-LINE-NUMBER          PIC 9(3).
           05  VD-DEBIT-CREDIT         PIC X(02).
           05  VD-GL-ACCOUNT           PIC X(08).
           05  VD-DESCRIPTION          PIC X(24).
           05  VD-AMOUNT               PIC 9(11)V99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  VOUCHER-TRAILER.
           05  VT-RECORD-TYPE          PIC X(01) VALUE "T".
           05  VT-VOUCHER-NUMBER       PIC 9(6).
           05  VT-LINE-COUNT           PIC 9(3).
           05  VT-SOURCE-COUNT         PIC 9(9).
           05  VT-ACCOUNT-HASH         PIC 9(15).
           05  VT-TOTAL-DEBITS         PIC 9(13)V99.
           05  VT-TOTAL-CREDITS        PIC 9(13)V99.
           05  FILLER                  PIC X(16) VALUE SPACES.

      *****************************************************************
      * The ledger accounts, as SAVGLIF posts them.  A reversal posts *
      * the same two accounts with the sides swapped.                 *
      *****************************************************************
       01  GL-ACCOUNT-CONSTANTS.
           05  GL-INTEREST-EXPENSE     PIC X(08) VALUE "54010010".
           05  GL-INTEREST-PAYABLE     PIC X(08) VALUE "21010010".
           05  GL-INTEREST-CREDITED    PIC X(08) VALUE "54010020".
           05  GL-SAVINGS-DEPOSITS     PIC X(08) VALUE "20010010".

       01  REVERSAL-FIELDS.
           05  SESSION-MODE            PIC X(01).
               88  MODE-REQUEST            VALUE "Q" "q".
               88  MODE-PENDING            VALUE "P" "p".
               88  MODE-EXIT               VALUE "X" "x".
           05  CHECK-SOURCE-CODE       PIC X(01).
           05  CHECK-POSTING-DATE      PIC 9(8).
           05  CONTROL-SOURCE-CODE     PIC X(01).
           05  CONTROL-ENTRY-TYPE      PIC X(01).
           05  REQUEST-DATE            PIC 9(8).
           05  REQUEST-SOURCE          PIC X(01).
           05  REASON-ENTRY            PIC X(40).
           05  REPLACE-ENTRY           PIC X(01).
               88  REPLACE-YES             VALUE "Y" "y".
               88  REPLACE-NO              VALUE "N" "n".
           05  CONFIRM-SW              PIC X(01).
               88  CONFIRM-YES             VALUE "Y" "y".
           05  LIVE-VOUCHER            PIC 9(6).
           05  LIVE-SOURCE-COUNT       PIC 9(9).
           05  LIVE-NET-INTEREST       PIC S9(13)V99.
           05  LIVE-ACCOUNT-HASH       PIC 9(15).
           05  HIGH-VOUCHER-NUMBER     PIC 9(6).
           05  NEXT-VOUCHER-NUMBER     PIC 9(6).
           05  VOUCHER-NUMBER-NOW      PIC 9(6).
           05  VOUCHER-NET             PIC S9(13)V99.
           05  VOUCHER-AMOUNT          PIC 9(13)V99.
           05  VOUCHER-COUNT           PIC 9(9).
           05  VOUCHER-HASH            PIC 9(15).
           05  CORRECTION-COUNT        PIC 9(9) USAGE COMP.
           05  CORRECTION-NET          PIC S9(13)V99 USAGE COMP.
           05  CORRECTION-HASH         PIC 9(15) USAGE COMP.
           05  CORRECTION-OTHER-DATES  PIC 9(9) USAGE COMP.
           05  DEBIT-GL-ACCOUNT        PIC X(08).
           05  DEBIT-DESCRIPTION       PIC X(24).
           05  CREDIT-GL-ACCOUNT       PIC X(08).
           05  CREDIT-DESCRIPTION      PIC X(24).
           05  REVERSAL-DESCRIPTION.
               10  FILLER              PIC X(17)
                       VALUE "REVERSES VOUCHER ".
               10  RD-VOUCHER-NUMBER   PIC 9(6).
               10  FILLER              PIC X(01) VALUE SPACE.

       01  REVERSAL-COUNTERS.
           05  REQUESTS-KEYED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  REQUESTS-QUEUED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  REQUESTS-REFUSED        PIC 9(9) USAGE COMP VALUE ZERO.
           05  ITEMS-READ              PIC 9(9) USAGE COMP VALUE ZERO.
           05  ITEMS-APPROVED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  ITEMS-REJECTED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  ITEMS-CARRIED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  VOUCHERS-WRITTEN        PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  VOUCHER-OUT             PIC 9(6) USAGE DISPLAY.
           05  VOUCHER-OUT-2           PIC 9(6) USAGE DISPLAY.
           05  FEED-OUT                PIC X(06) USAGE DISPLAY.
           05  AMOUNT-OUT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-CONTROL-SW         PIC X(01) VALUE "Y".
               88  MORE-CONTROL-RECS       VALUE "Y".
               88  NO-MORE-CONTROL-RECS    VALUE "N".
           05  MORE-VOUCHER-SW         PIC X(01) VALUE "Y".
               88  MORE-VOUCHER-RECS       VALUE "Y".
               88  NO-MORE-VOUCHER-RECS    VALUE "N".
           05  MORE-CORRECTION-SW      PIC X(01) VALUE "Y".
               88  MORE-CORRECTION-RECS    VALUE "Y".
               88  NO-MORE-CORRECTION-RECS VALUE "N".
           05  MORE-PENDING-SW         PIC X(01) VALUE "Y".
               88  MORE-PENDING-RECS       VALUE "Y".
               88  NO-MORE-PENDING-RECS    VALUE "N".
           05  REQUESTS-DONE-SW        PIC X(01) VALUE "N".
               88  REQUESTS-DONE           VALUE "Y".
           05  REQUEST-OK-SW           PIC X(01) VALUE "N".
               88  REQUEST-OK              VALUE "Y".
           05  HASH-KNOWN-SW           PIC X(01) VALUE "N".
               88  HASH-KNOWN              VALUE "Y".
           05  ALREADY-PENDING-SW      PIC X(01) VALUE "N".
               88  ALREADY-PENDING         VALUE "Y".
           05  APPROVAL-ACTION         PIC X(01).
               88  ACTION-APPROVE          VALUE "A" "a".
               88  ACTION-REJECT           VALUE "R" "r".
               88  ACTION-SKIP             VALUE "S" "s".
               88  ACTION-STOP             VALUE "X" "x".
           05  ITEM-SETTLED-SW         PIC X(01) VALUE "N".
               88  ITEM-SETTLED            VALUE "Y".
           05  STOP-REQUESTED-SW       PIC X(01) VALUE "N".
               88  STOP-REQUESTED          VALUE "Y".
           05  APPLY-OK-SW             PIC X(01) VALUE "N".
               88  APPLY-WENT-OK           VALUE "Y".
           05  ITEM-MOVED-SW           PIC X(01) VALUE "N".
               88  ITEM-HAS-MOVED          VALUE "Y".
           05  OUTPUT-OPEN-SW          PIC X(01) VALUE "N".
               88  VOUCHER-OUTPUT-IS-OPEN  VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  PCT-STATUS              PIC X(02).
           05  JV-STATUS               PIC X(02).
           05  GLC-STATUS              PIC X(02).
           05  GRP-STATUS              PIC X(02).
           05  PCY-STATUS              PIC X(02).
           05  APL-STATUS              PIC X(02).
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
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "GLREVRS ".
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
              initialize reversal-fields
              initialize reversal-counters
              initialize disp-fields
              initialize program-switches
              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              display "GL CORRECTION AND REVERSAL VOUCHERS"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              move space to session-mode
              perform get-session-mode
                     until mode-request or mode-pending or mode-exit
              evaluate true
                  when mode-request
                      perform request-session
                  when mode-pending
                      perform approval-session
                  when other
                      continue
              end-evaluate
              perform close-security-files

              if mode-request
                     move requests-keyed to count-out
                     display "REQUESTS KEYED:     " count-out
                     move requests-queued to count-out
                     display "REQUESTS QUEUED:    " count-out
                     move requests-refused to count-out
                     display "REQUESTS REFUSED:   " count-out
                     if requests-refused > 0 and return-code = 0
                            move 4 to return-code
                     end-if
              end-if
              if mode-pending
                     move items-read to count-out
                     display "PENDING ITEMS READ: " count-out
                     move items-approved to count-out
                     display "ITEMS APPROVED:     " count-out
                     move items-rejected to count-out
                     display "ITEMS REJECTED:     " count-out
                     move items-carried to count-out
                     display "ITEMS CARRIED FWD:  " count-out
                     move vouchers-written to count-out
                     display "VOUCHERS WRITTEN:   " count-out
                     if items-carried > 0 and return-code = 0
                            move 4 to return-code
                     end-if
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * GET-SESSION-MODE - one session either keys requests or works  *
      * the queue, never both, so the queue is never open for input   *
      * and output at once.  Keying a request needs function Q; the   *
      * queue checks A or R on each decision, as ACCTAPPR does.       *
      *****************************************************************
       get-session-mode.
              display "Enter session - Q=Request reversals "
                     "P=Approve pending X=Exit: "
              accept session-mode
              if mode-request
                     move "Q" to requested-function
                     perform check-function-authority
                     if not function-authorized
                            move "X" to session-mode
                     end-if
              else
                     if not mode-pending and not mode-exit
                            display "Enter Q, P or X."
                     end-if
              end-if.

      *****************************************************************
      * REQUEST-SESSION - the first teller keys reversals until a     *
      * zero date.  Each request is checked against GLPCTL and the    *
      * queue before it is held; nothing is posted here.              *
      *****************************************************************
       request-session.
              move "N" to requests-done-sw
              perform key-one-request until requests-done.

       key-one-request.
              display " "
              display "Enter posting date to reverse (YYYYMMDD, "
                     "0 to finish): "
              accept request-date
              if request-date = 0
                     move "Y" to requests-done-sw
              else
                     add 1 to requests-keyed
                     perform take-one-request
              end-if.

       take-one-request.
              move "Y" to request-ok-sw
              perform get-request-feed
              if request-ok
                     perform check-live-voucher
              end-if
              if request-ok
                     perform check-not-already-pending
              end-if
              if request-ok
                     perform get-request-reason
              end-if
              if request-ok
                     perform get-replacement-choice
              end-if
              if request-ok
                     display "Hold this reversal for approval? "
                            "(Y/N): "
                     accept confirm-sw
                     if confirm-yes
                            perform write-pending-request
                     else
                            display "Request abandoned - nothing "
                                   "held."
                     end-if
              else
                     add 1 to requests-refused
              end-if.

       get-request-feed.
              display "Enter feed - P=GLPOST projection "
                     "A=GLACCR accrual: "
              accept request-source
              inspect request-source converting "pa" to "PA"
              if request-source = space
                     move "P" to request-source
              end-if
              if request-source not = "P" and
                     request-source not = "A"
                     display "Feed must be P or A - request refused."
                     move "N" to request-ok-sw
              else
                     move request-source to check-source-code
                     move request-date to check-posting-date
                     perform set-feed-name
              end-if.

      *****************************************************************
      * CHECK-LIVE-VOUCHER - there must be a voucher standing for the *
      * date and feed, and its hash total must be known so the        *
      * reversing trailer ties to the one it reverses.  A voucher     *
      * handed over before GLPCTL carried the hash has it read back   *
      * from its trailer on GLVOUCH.                                  *
      *****************************************************************
       check-live-voucher.
              perform find-live-voucher
              move request-date to date-out
              if live-voucher = 0
                     display "No voucher stands on GLPCTL for "
                            feed-out " date " date-out
                            " - nothing to reverse."
                     move "N" to request-ok-sw
              else
                     if not hash-known
                            perform find-voucher-trailer
                     end-if
                     move live-voucher to voucher-out
                     if not hash-known
                            display "Voucher " voucher-out
                                   " has no hash total on GLPCTL "
                                   "and its trailer is not on "
                                   "GLVOUCH - request refused."
                            display "Correct this date by manual "
                                   "journal."
                            move "N" to request-ok-sw
                     else
                            move live-net-interest to amount-out
                            move live-source-count to count-out
                            display "Voucher " voucher-out " "
                                   feed-out " date " date-out
                                   " postings " count-out
                                   " net interest " amount-out
                     end-if
              end-if.

      *****************************************************************
      * CHECK-NOT-ALREADY-PENDING - one request per standing voucher. *
      * A second would only be carried forward at approval, since the *
      * first one's approval moves the voucher it names.              *
      *****************************************************************
       check-not-already-pending.
              move "N" to already-pending-sw
              move "Y" to more-pending-sw
              open input pending-reversal-file
              if grp-status not = "00"
                     move "N" to more-pending-sw
              else
                     read pending-reversal-file
                         at end move "N" to more-pending-sw
                     end-read
              end-if
              perform check-one-pending-item
                     until no-more-pending-recs
              if grp-status not = "35"
                     close pending-reversal-file
              end-if
              if already-pending
                     display "A reversal of voucher " voucher-out
                            " is already waiting for approval - "
                            "request refused."
                     move "N" to request-ok-sw
              end-if.

       check-one-pending-item.
              if grp-item-pending and
                     grp-original-voucher = live-voucher
                     move "Y" to already-pending-sw
              end-if
              read pending-reversal-file
                  at end move "N" to more-pending-sw
              end-read.

       get-request-reason.
              display "Enter reason for the reversal: "
              move spaces to reason-entry
              accept reason-entry
              if reason-entry = spaces
                     display "A reason is required - request "
                            "refused."
                     move "N" to request-ok-sw
              end-if.

      *****************************************************************
      * GET-REPLACEMENT-CHOICE - with a replacement, GLCORR must hold *
      * postings for the date; their count, net and hash are held on  *
      * the request so the approver sees them and approval can prove  *
      * the extract has not been changed since.                       *
      *****************************************************************
       get-replacement-choice.
              move "N" to replace-entry
              display "Replacement voucher from GLCORR? (Y/N): "
              accept replace-entry
              if replace-yes
                     perform total-correction-file
                     move request-date to date-out
                     if correction-count = 0
                            display "GLCORR holds no postings for "
                                   date-out " - request refused."
                            move "N" to request-ok-sw
                     else
                            move correction-count to count-out
                            move correction-net to amount-out
                            display "GLCORR date " date-out
                                   " postings " count-out
                                   " net interest " amount-out
                            if correction-other-dates > 0
                                   move correction-other-dates
                                          to count-out
                                   display "GLCORR postings for "
                                          "other dates ignored: "
                                          count-out
                            end-if
                     end-if
              else
                     move "N" to replace-entry
                     display "No replacement - the date will stand "
                            "at net zero on the ledger."
              end-if.

       write-pending-request.
              accept run-time from time
              move spaces to grp-record
              move "P" to grp-item-status
              move run-date to grp-entry-date
              move run-time to grp-entry-time
              move run-user-id to grp-teller-id
              move request-source to grp-source-code
              move request-date to grp-posting-date
              move live-voucher to grp-original-voucher
              move live-source-count to grp-original-count
              move live-net-interest to grp-original-net
              move live-account-hash to grp-original-hash
              if replace-yes
                     move "Y" to grp-replace-sw
                     move correction-count to grp-replace-count
                     move correction-net to grp-replace-net
                     move correction-hash to grp-replace-hash
              else
                     move "N" to grp-replace-sw
                     move 0 to grp-replace-count
                     move 0 to grp-replace-net
                     move 0 to grp-replace-hash
              end-if
              move reason-entry to grp-reason
              move spaces to grp-approver-id
              move 0 to grp-decision-date
              move 0 to grp-decision-time
              move 0 to grp-reversal-voucher
              move 0 to grp-replacement-voucher
              open extend pending-reversal-file
              if grp-status = "35"
                     open output pending-reversal-file
              end-if
              if grp-status not = "00"
                     display "GLRVPEND OPEN FAILED - STATUS "
                            grp-status " - request not held."
                     add 1 to requests-refused
              else
                     write grp-record
                     close pending-reversal-file
                     add 1 to requests-queued
                     display "Reversal of voucher " voucher-out
                            " held for approval by a second teller."
                     display "Nothing is posted until it is "
                            "approved."
              end-if.

      *****************************************************************
      * APPROVAL-SESSION - the ACCTAPPR loop over the queue.          *
      *****************************************************************
       approval-session.
              open input pending-reversal-file
              if grp-status not = "00"
                     display "GLRVPEND OPEN FAILED - STATUS "
                            grp-status " - NOTHING TO APPROVE."
                     move 8 to return-code
              else
                     open output pending-carry-file
                     if pcy-status not = "00"
                            display "GLRVPDNW OPEN FAILED - STATUS "
                                   pcy-status
                            close pending-reversal-file
                            move 8 to return-code
                     else
                            perform work-pending-queue
                     end-if
              end-if.

       work-pending-queue.
              perform open-approval-log
              move "Y" to more-pending-sw
              read pending-reversal-file
                  at end move "N" to more-pending-sw
              end-read
              perform approve-one-item until no-more-pending-recs
              close pending-reversal-file
              close pending-carry-file
              close approval-log.

      *****************************************************************
      * APPROVE-ONE-ITEM - one pending reversal in front of the       *
      * second teller.  Anything not decided - skipped, stopped past, *
      * keyed by this same teller, or no longer applicable - goes to  *
      * the carry file so it waits for the next session.              *
      *****************************************************************
       approve-one-item.
              add 1 to items-read
              move grp-original-voucher to voucher-out
              if stop-requested or not grp-item-pending
                     perform carry-item-forward
              else
                     if grp-teller-id = run-user-id
                            display "The reversal of voucher "
                                   voucher-out " was keyed by you - "
                                   "a different teller must approve "
                                   "it.  Carried forward."
                            perform carry-item-forward
                     else
                            move "N" to item-settled-sw
                            perform settle-one-item
                                   until item-settled
                     end-if
              end-if
              read pending-reversal-file
                  at end move "N" to more-pending-sw
              end-read.

       settle-one-item.
              perform display-pending-item
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
                  when action-reject
                      perform record-decision-rejected
                      move "Y" to item-settled-sw
                  when action-skip
                      perform carry-item-forward
                      move "Y" to item-settled-sw
                  when action-stop
                      move "Y" to stop-requested-sw
                      perform carry-item-forward
                      move "Y" to item-settled-sw
                  when other
                      display "Enter A, R, S or X."
              end-evaluate.

       display-pending-item.
              move grp-source-code to check-source-code
              perform set-feed-name
              move grp-posting-date to date-out
              display " "
              display "PENDING REVERSAL  VOUCHER " voucher-out
                     "  " feed-out " DATE " date-out
              move grp-entry-date to date-out
              display "  KEYED BY " grp-teller-id " ON " date-out
              move grp-original-count to count-out
              move grp-original-net to amount-out
              display "  REVERSES  POSTINGS " count-out
                     "  NET " amount-out
              if grp-with-replacement
                     move grp-replace-count to count-out
                     move grp-replace-net to amount-out
                     display "  REPLACES  POSTINGS " count-out
                            "  NET " amount-out
              else
                     display "  NO REPLACEMENT - DATE STANDS AT NET "
                            "ZERO"
              end-if
              display "  REASON: " grp-reason.

      *****************************************************************
      * APPLY-PENDING-ITEM - the approval itself: prove the voucher   *
      * the item names still stands for the date, and that GLCORR     *
      * still holds the replacement figures the requester saw, then   *
      * write the vouchers.  Anything that has moved is carried       *
      * forward rather than posted - reversing the wrong voucher      *
      * would put the ledger further out, not back in.                *
      *****************************************************************
       apply-pending-item.
              move "N" to apply-ok-sw
              perform check-item-unchanged
              if item-has-moved
                     perform carry-item-forward
              else
                     perform post-reversal
              end-if
              if apply-went-ok
                     perform record-decision-approved
                     add 1 to items-approved
                     move grp-reversal-voucher to voucher-out-2
                     display "Voucher " voucher-out " reversed by "
                            "voucher " voucher-out-2 "."
                     if grp-with-replacement
                            move grp-replacement-voucher
                                   to voucher-out-2
                            display "Replacement voucher "
                                   voucher-out-2 " written from "
                                   "GLCORR."
                     end-if
              end-if.

       check-item-unchanged.
              move "N" to item-moved-sw
              move grp-source-code to check-source-code
              move grp-posting-date to check-posting-date
              perform find-live-voucher
              if live-voucher not = grp-original-voucher
                     display "Voucher " voucher-out " no longer "
                            "stands for its date on GLPCTL - item "
                            "carried forward for review."
                     move "Y" to item-moved-sw
              end-if
              if not item-has-moved and grp-with-replacement
                     perform total-correction-file
                     if correction-count not = grp-replace-count or
                            correction-net not = grp-replace-net or
                            correction-hash not = grp-replace-hash
                            display "GLCORR has changed since the "
                                   "reversal of voucher " voucher-out
                                   " was keyed - item carried "
                                   "forward for review."
                            move "Y" to item-moved-sw
                     end-if
              end-if.

      *****************************************************************
      * POST-REVERSAL - the reversing voucher, then the replacement   *
      * when there is one, each followed at once by its control       *
      * record so a voucher on GLVOUCH is always on GLPCTL.  The      *
      * reversal carries the original's source count and hash and     *
      * the negated net, so the control records for a date sum to     *
      * what the ledger now holds for it.                             *
      *****************************************************************
       post-reversal.
              perform open-voucher-output
              if not voucher-output-is-open
                     perform carry-item-forward
              else
                     accept run-time from time
                     move grp-source-code to check-source-code
                     perform set-feed-name
                     move next-voucher-number to voucher-number-now
                     move grp-original-voucher to rd-voucher-number
                     move reversal-description to debit-description
                     move reversal-description to credit-description
                     compute voucher-net = 0 - grp-original-net
                     move grp-original-count to voucher-count
                     move grp-original-hash to voucher-hash
                     perform write-one-voucher
                     move "R" to control-entry-type
                     perform write-control-record
                     move voucher-number-now to grp-reversal-voucher
                     add 1 to next-voucher-number
                     if grp-with-replacement
                            perform set-feed-name
                            move next-voucher-number
                                   to voucher-number-now
                            move grp-replace-net to voucher-net
                            move grp-replace-count to voucher-count
                            move grp-replace-hash to voucher-hash
                            perform write-one-voucher
                            move "C" to control-entry-type
                            perform write-control-record
                            move voucher-number-now
                                   to grp-replacement-voucher
                            add 1 to next-voucher-number
                     end-if
                     close journal-voucher-file
                     close posting-control-file
                     move "N" to output-open-sw
                     move "Y" to apply-ok-sw
              end-if.

      *****************************************************************
      * WRITE-ONE-VOUCHER - header, the two lines and the trailer for *
      * VOUCHER-NET, posted the way SAVGLIF posts it: a positive net  *
      * debits the debit account, a negative net swaps the sides.     *
      * The reversal is a negated net, so it lands on the sides       *
      * opposite to the voucher it reverses.                          *
      *****************************************************************
       write-one-voucher.
              move spaces to voucher-header
              move "H" to vh-record-type
              move voucher-number-now to vh-voucher-number
              move grp-posting-date to vh-posting-date
              move run-date to vh-run-date
              move run-time to vh-run-time
              move voucher-header to jv-record
              write jv-record

              if voucher-net < 0
                     compute voucher-amount = 0 - voucher-net
                     perform write-detail-pair-reversed
              else
                     move voucher-net to voucher-amount
                     perform write-detail-pair
              end-if

              move spaces to voucher-trailer
              move "T" to vt-record-type
              move voucher-number-now to vt-voucher-number
              move 2 to vt-line-count
              move voucher-count to vt-source-count
              move voucher-hash to vt-account-hash
              move voucher-amount to vt-total-debits
              move voucher-amount to vt-total-credits
              move voucher-trailer to jv-record
              write jv-record
              add 1 to vouchers-written.

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
              move "D" to vd-record-type
              move voucher-number-now to vd-voucher-number
              move voucher-amount to vd-amount
              move voucher-detail to jv-record
              write jv-record.

       write-control-record.
              move spaces to gpc-record
              move grp-posting-date to gpc-posting-date
              move voucher-number-now to gpc-voucher-number
              move run-date to gpc-run-date
              move run-time to gpc-run-time
              move voucher-count to gpc-source-count
              move voucher-net to gpc-net-interest
              move grp-source-code to gpc-source-code
              move control-entry-type to gpc-entry-type
              move grp-original-voucher to gpc-original-voucher
              move voucher-hash to gpc-account-hash
              move grp-teller-id to gpc-requested-by
              move run-user-id to gpc-approved-by
              move grp-reason to gpc-reason
              write gpc-record.

      *****************************************************************
      * SET-FEED-NAME - the feed name and the two ledger accounts for *
      * CHECK-SOURCE-CODE, as SAVGLIF sets them.                      *
      *****************************************************************
       set-feed-name.
              if check-source-code = "A"
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

      *****************************************************************
      * FIND-LIVE-VOUCHER - read GLPCTL through for the voucher now   *
      * standing for CHECK-POSTING-DATE on CHECK-SOURCE-CODE's feed.  *
      * The file is in the order written: a feed or replacement       *
      * voucher becomes the standing one, and a reversal of the       *
      * standing one leaves none.  The highest voucher number on      *
      * file gives the next one to issue.                             *
      *****************************************************************
       find-live-voucher.
              move 0 to live-voucher
              move 0 to live-source-count
              move 0 to live-net-interest
              move 0 to live-account-hash
              move "N" to hash-known-sw
              move 0 to high-voucher-number
              move "Y" to more-control-sw
              open input posting-control-file
              if pct-status not = "00"
                     move "N" to more-control-sw
              else
                     read posting-control-file
                         at end move "N" to more-control-sw
                     end-read
              end-if
              perform scan-one-control-record
                     until no-more-control-recs
              if pct-status not = "35"
                     close posting-control-file
              end-if
              compute next-voucher-number = high-voucher-number + 1.

       scan-one-control-record.
              if gpc-voucher-number > high-voucher-number
                     move gpc-voucher-number to high-voucher-number
              end-if
              if gpc-source-accrual
                     move "A" to control-source-code
              else
                     move "P" to control-source-code
              end-if
              if gpc-posting-date = check-posting-date and
                     control-source-code = check-source-code
                     if gpc-entry-reversal
                            if gpc-original-voucher = live-voucher
                                   move 0 to live-voucher
                            end-if
                     else
                            move gpc-voucher-number to live-voucher
                            move gpc-source-count
                                   to live-source-count
                            move gpc-net-interest
                                   to live-net-interest
                            if gpc-account-hash numeric
                                   move gpc-account-hash
                                          to live-account-hash
                                   move "Y" to hash-known-sw
                            else
                                   move 0 to live-account-hash
                                   move "N" to hash-known-sw
                            end-if
                     end-if
              end-if
              read posting-control-file
                  at end move "N" to more-control-sw
              end-read.

      *****************************************************************
      * FIND-VOUCHER-TRAILER - the hash total of LIVE-VOUCHER from    *
      * its trailer on GLVOUCH.                                       *
      *****************************************************************
       find-voucher-trailer.
              move "Y" to more-voucher-sw
              open input journal-voucher-file
              if jv-status not = "00"
                     move "N" to more-voucher-sw
              else
                     read journal-voucher-file
                         at end move "N" to more-voucher-sw
                     end-read
              end-if
              perform check-one-voucher-record
                     until no-more-voucher-recs
              if jv-status not = "35"
                     close journal-voucher-file
              end-if.

       check-one-voucher-record.
              if jv-record (1:1) = "T"
                     move jv-record to voucher-trailer
                     if vt-voucher-number = live-voucher
                            move vt-account-hash to live-account-hash
                            move "Y" to hash-known-sw
                     end-if
              end-if
              read journal-voucher-file
                  at end move "N" to more-voucher-sw
              end-read.

      *****************************************************************
      * TOTAL-CORRECTION-FILE - count, net and account hash of the    *
      * GLCORR postings for CHECK-POSTING-DATE.  A missing extract    *
      * totals to nothing.                                            *
      *****************************************************************
       total-correction-file.
              move 0 to correction-count
              move 0 to correction-net
              move 0 to correction-hash
              move 0 to correction-other-dates
              move "Y" to more-correction-sw
              open input correction-file
              if glc-status not = "00"
                     if glc-status not = "35"
                            display "GLCORR OPEN FAILED - STATUS "
                                   glc-status
                     end-if
                     move "N" to more-correction-sw
              else
                     read correction-file
                         at end move "N" to more-correction-sw
                     end-read
              end-if
              perform add-one-correction
                     until no-more-correction-recs
              if glc-status not = "35"
                     close correction-file
              end-if.

       add-one-correction.
              if glc-posting-date = check-posting-date
                     add 1 to correction-count
                     add glc-interest-earned to correction-net
                     add glc-account-number to correction-hash
              else
                     add 1 to correction-other-dates
              end-if
              read correction-file
                  at end move "N" to more-correction-sw
              end-read.

       open-voucher-output.
              move "N" to output-open-sw
              open extend journal-voucher-file
              if jv-status = "35"
                     open output journal-voucher-file
              end-if
              if jv-status not = "00"
                     display "GLVOUCH OPEN FAILED - STATUS " jv-status
                            " - item carried forward."
              else
                     open extend posting-control-file
                     if pct-status = "35"
                            open output posting-control-file
                     end-if
                     if pct-status not = "00"
                            display "GLPCTL OPEN FAILED - STATUS "
                                   pct-status
                                   " - item carried forward."
                            close journal-voucher-file
                     else
                            move "Y" to output-open-sw
                     end-if
              end-if.

       record-decision-approved.
              move "A" to grp-item-status
              perform write-approval-log.

       record-decision-rejected.
              move "R" to grp-item-status
              perform write-approval-log
              add 1 to items-rejected
              display "The reversal of voucher " voucher-out
                     " - rejected.  Nothing posted.".

       write-approval-log.
              accept run-time from time
              move run-user-id to grp-approver-id
              move run-date to grp-decision-date
              move run-time to grp-decision-time
              move grp-record to apl-record
              write apl-record.

       carry-item-forward.
              move grp-record to pcy-record
              write pcy-record
              add 1 to items-carried.

       open-approval-log.
              open extend approval-log
              if apl-status = "35"
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
      * the run starts, so a run that dies leaves a header with no    *
      * trailer and the operations report can say so.  A history      *
      * file that cannot be opened never stops the run itself.  The   *
      * trailer carries the session mode, Q or P, so end-of-day       *
      * rotation can tell an approval (P) session from a request (Q)  *
      * one.                                                          *
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
                     move "GLREVRS " to rnh-program-id
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
                     move "GLREVRS " to rnh-program-id
                     evaluate true
                         when mode-request
                             move "Q" to rnh-run-mode
                         when mode-pending
                             move "P" to rnh-run-mode
                         when other
                             move space to rnh-run-mode
                     end-evaluate
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     compute rnh-records-read =
                            requests-keyed + items-read
                     compute rnh-records-written =
                            requests-queued + items-approved
                     compute rnh-records-rejected =
                            requests-refused + items-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
