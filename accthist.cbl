      *****************************************************************
      * ACCTHIST                                                      *
      *                                                               *
      * Read-only history inquiry for a single account.  The teller   *
      * keys an account number and, if wanted, a from and to date,    *
      * and gets one combined history for the account:                *
      *                                                               *
      *   - the current master figures and status;                    *
      *   - the step-rate segments on SAVRATE and the balance tiers   *
      *     in force on SAVTIER - the account's own, or its           *
      *     product's when it has none of its own;                    *
      *   - every dual-control change still waiting on ACCTPEND for   *
      *     a second teller;                                          *
      *   - then, oldest first, every projection logged on SAVLOG     *
      *     and its SAVLOGAR archive, every GL posting on GLPOST,     *
      *     every month-end interest credit SAVCAP put on GLACCR, and *
      *     every master change on ACCTCHG with the teller who keyed  *
      *     it and the teller who approved it.                        *
      *                                                               *
      * Postings, credits and changes EODROT has rotated off GLPOST,  *
      * GLACCR and ACCTCHG are read from their GLPOSTGN, GLACCRGN     *
      * and ACCTCHGN generation files as well, so the history         *
      * reaches back as far as the generations kept.  The date range  *
      * limits the time-ordered history only; the figures, terms and  *
      * pending changes shown are always as they stand now.  GLPOST   *
      * and GLACCR carry no time of day, so a posting or credit is    *
      * listed after everything else on its posting date.             *
      *                                                               *
      * A GL posting or interest credit whose date's voucher GLREVRS  *
      * has since reversed (read from the GLPCTL control file, as     *
      * SAVRECON reads it) is no longer on the ledger as posted; it   *
      * is listed with the voucher that reversed it and, when the     *
      * right figures were posted in its place, the replacement       *
      * voucher.                                                      *
      *                                                               *
      * The history is shown on the screen.  A teller authorized for  *
      * function P may have it copied to the ACCTHRPT print file as   *
      * well, for the complaint folder or an examiner's request;      *
      * every inquiry so copied in the session goes on the one file.  *
      * Nothing is ever written to the files inquired on.             *
      *                                                               *
      * Return code: 0 = normal, 4 = a history file could not be      *
      * read for an inquiry (the history shown says so), 8 = could    *
      * not run.                                                      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   accthist.

       environment division.
       input-output section.
       file-control.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-REC-ACCOUNT-NUMBER
               FILE STATUS IS AM-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-REC-PRODUCT-TYPE
               FILE STATUS IS PM-STATUS.
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
           SELECT PENDING-CHANGE-FILE ASSIGN TO "ACCTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APD-STATUS.
           SELECT SAVINGS-CALC-LOG ASSIGN TO "SAVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LOG-ARCHIVE ASSIGN TO "SAVLOGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLP-STATUS.
           SELECT POSTING-GENERATIONS ASSIGN TO "GLPOSTGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GGN-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT ACCRUAL-GENERATIONS ASSIGN TO "GLACCRGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGN-STATUS.
           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO "ACCTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-STATUS.
           SELECT CHANGE-LOG-GENERATIONS ASSIGN TO "ACCTCHGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGN-STATUS.
           SELECT POSTING-CONTROL-FILE ASSIGN TO "GLPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCT-STATUS.
           SELECT HISTORY-SORTED-FILE ASSIGN TO "AHSRTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSW-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           SELECT HISTORY-PRINT-FILE ASSIGN TO "ACCTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPR-STATUS.
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
      * PRODUCT-MASTER - read only, for the product name.  The        *
      * layout must stay in step with the one in PRODMNT.  Optional.  *
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
      * PENDING-CHANGE-FILE - high-risk actions ACCTMNT held for a    *
      * second teller.  The layout must stay in step with the one     *
      * there.  Items keyed before the term fields were added carry   *
      * spaces in them.                                               *
      *****************************************************************
       FD  PENDING-CHANGE-FILE.
       01  APD-RECORD.
           05  APD-ITEM-STATUS         PIC X(01).
               88  APD-ITEM-PENDING        VALUE "P".
           05  APD-ENTRY-DATE          PIC 9(8).
           05  APD-ENTRY-TIME          PIC 9(8).
           05  APD-TELLER-ID           PIC X(08).
           05  APD-ACTION              PIC X(01).
           05  APD-ACCOUNT-NUMBER      PIC 9(9).
           05  APD-OLD-PRESENT-VALUE   PIC 9(9)V99.
           05  APD-OLD-ANNUAL-INTEREST PIC 99V9(4).
           05  APD-OLD-STATUS-CODE     PIC X(01).
           05  APD-OLD-PRODUCT-TYPE    PIC 9(2).
           05  APD-OLD-CUSTOMER-NUMBER PIC 9(9).
           05  APD-NEW-PRESENT-VALUE   PIC 9(9)V99.
           05  APD-NEW-ANNUAL-INTEREST PIC 99V9(4).
           05  APD-NEW-STATUS-CODE     PIC X(01).
           05  APD-NEW-PRODUCT-TYPE    PIC 9(2).
           05  APD-NEW-CUSTOMER-NUMBER PIC 9(9).
           05  APD-NEW-CUSTOMER-NAME   PIC X(15).
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
      * SAVINGS-CALC-LOG / LOG-ARCHIVE - the projection audit trail   *
      * SAVINGS writes and SAVLOGMT archives.  Only the date, time    *
      * and account are looked at here; the whole record goes to the  *
      * sort and is listed from HSW-PROJECTION-ENTRY below.  The      *
      * layout must stay in step with the one in SAVINGS.             *
      *****************************************************************
       FD  SAVINGS-CALC-LOG.
       01  SCL-RECORD.
           05  SCL-LOG-DATE            PIC 9(8).
           05  SCL-LOG-TIME            PIC 9(8).
           05  FILLER                  PIC X(08).
           05  SCL-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(64).

       FD  LOG-ARCHIVE.
       01  ARC-RECORD.
           05  ARC-LOG-DATE            PIC 9(8).
           05  ARC-LOG-TIME            PIC 9(8).
           05  FILLER                  PIC X(08).
           05  ARC-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(64).

      *****************************************************************
      * GL-POSTING-FILE - the GL extract SAVINGS writes.  Only the    *
      * account and posting date are looked at here.  The layout      *
      * must stay in step with the one in SAVINGS.                    *
      *****************************************************************
       FD  GL-POSTING-FILE.
       01  GLP-RECORD.
           05  GLP-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(33).
           05  GLP-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * POSTING-GENERATIONS - GLPOST records rotated off by EODROT,   *
      * each behind the date and time of the generation it went out   *
      * in.                                                           *
      *****************************************************************
       FD  POSTING-GENERATIONS.
       01  GGN-RECORD.
           05  GGN-STAMP               PIC 9(16).
           05  GGN-DATA                PIC X(200).
       01  GGN-POSTING.
           05  FILLER                  PIC X(16).
           05  GGN-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(33).
           05  GGN-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(150).

      *****************************************************************
      * GL-ACCRUAL-FILE - the interest SAVCAP actually credited at    *
      * month end.  Only the account and posting date are looked at   *
      * here.  The layout must stay in step with the one in SAVCAP.   *
      *****************************************************************
       FD  GL-ACCRUAL-FILE.
       01  GLA-RECORD.
           05  GLA-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(33).
           05  GLA-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(11).

      *****************************************************************
      * ACCRUAL-GENERATIONS - GLACCR records rotated off by EODROT,   *
      * each behind the date and time of the generation it went out   *
      * in.                                                           *
      *****************************************************************
       FD  ACCRUAL-GENERATIONS.
       01  CGN-RECORD.
           05  CGN-STAMP               PIC 9(16).
           05  CGN-DATA                PIC X(200).
       01  CGN-ACCRUAL.
           05  FILLER                  PIC X(16).
           05  CGN-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(33).
           05  CGN-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(150).

      *****************************************************************
      * POSTING-CONTROL-FILE - one record per voucher handed to the   *
      * ledger, written by SAVGLIF and GLREVRS.  Only the reversing   *
      * and replacement records are used here.  The layout must stay  *
      * in step with the ones in SAVGLIF and GLREVRS.                 *
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
      * ACCOUNT-CHANGE-LOG - the before/after trail of every master   *
      * change.  Only the date, time and account are looked at here.  *
      * The layout must stay in step with the one in ACCTMNT.         *
      *****************************************************************
       FD  ACCOUNT-CHANGE-LOG.
       01  ACL-RECORD.
           05  ACL-LOG-DATE            PIC 9(8).
           05  ACL-LOG-TIME            PIC 9(8).
           05  FILLER                  PIC X(09).
           05  ACL-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(129).

      *****************************************************************
      * CHANGE-LOG-GENERATIONS - ACCTCHG records rotated off by       *
      * EODROT, each behind the date and time of the generation it    *
      * went out in.                                                  *
      *****************************************************************
       FD  CHANGE-LOG-GENERATIONS.
       01  AGN-RECORD.
           05  AGN-STAMP               PIC 9(16).
           05  AGN-DATA                PIC X(200).
       01  AGN-CHANGE.
           05  FILLER                  PIC X(16).
           05  AGN-LOG-DATE            PIC 9(8).
           05  AGN-LOG-TIME            PIC 9(8).
           05  FILLER                  PIC X(09).
           05  AGN-ACCOUNT-NUMBER      PIC 9(9).
           05  FILLER                  PIC X(166).

      *****************************************************************
      * HISTORY-SORTED-FILE - the account's projections, postings,    *
      * interest credits and changes in the order they happened.      *
      * Each entry is the source record as it was logged behind the   *
      * sort key; the four views below lay it out again by source     *
      * and must stay in step with SAVINGS (projections and           *
      * postings), SAVCAP (credits) and ACCTMNT (changes).            *
      *****************************************************************
       FD  HISTORY-SORTED-FILE.
       01  HSW-RECORD.
           05  HSW-KEY.
               10  HSW-EVENT-DATE      PIC 9(8).
               10  HSW-EVENT-TIME      PIC 9(8).
               10  HSW-SEQUENCE        PIC 9(9).
           05  HSW-SOURCE              PIC X(01).
               88  HSW-IS-PROJECTION       VALUE "P".
               88  HSW-IS-POSTING          VALUE "G".
               88  HSW-IS-ACCRUAL          VALUE "A".
               88  HSW-IS-CHANGE           VALUE "C".
           05  HSW-DATA                PIC X(163).
       01  HSW-PROJECTION-ENTRY.
           05  FILLER                  PIC X(26).
           05  HSP-LOG-DATE            PIC 9(8).
           05  HSP-LOG-TIME            PIC 9(8).
           05  HSP-USER-ID             PIC X(08).
           05  HSP-ACCOUNT-NUMBER      PIC 9(9).
           05  HSP-PRESENT-VALUE       PIC 9(9)V99.
           05  HSP-ANNUAL-INTEREST     PIC 99V9(4).
           05  HSP-LOAN-TERM-YEARS     PIC 99.
           05  HSP-PERIODS-PER-YEAR    PIC 9(3).
           05  HSP-MONTHLY-CONTRIB     PIC 9(7)V99.
           05  HSP-RATE-SCHEDULE-USED  PIC X(01).
               88  HSP-STEP-RATES-USED     VALUE "Y".
           05  HSP-WITHDRAWAL-MONTH    PIC 9(5).
           05  HSP-PENALTY-AMOUNT      PIC 9(9)V99.
           05  HSP-FUTURE-VALUE        PIC 9(9)V99.
           05  HSP-RECORD-TYPE         PIC X(01).
               88  HSP-IS-WHAT-IF          VALUE "W".
           05  FILLER                  PIC X(70).
       01  HSW-POSTING-ENTRY.
           05  FILLER                  PIC X(26).
           05  HSG-ACCOUNT-NUMBER      PIC 9(9).
           05  HSG-PRINCIPAL           PIC 9(9)V99.
           05  HSG-INTEREST-EARNED     PIC S9(9)V99.
           05  HSG-FUTURE-VALUE        PIC S9(9)V99.
           05  HSG-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(113).
       01  HSW-ACCRUAL-ENTRY.
           05  FILLER                  PIC X(26).
           05  HSA-ACCOUNT-NUMBER      PIC 9(9).
           05  HSA-PRINCIPAL           PIC 9(9)V99.
           05  HSA-INTEREST-CREDITED   PIC S9(9)V99.
           05  HSA-NEW-BALANCE         PIC S9(9)V99.
           05  HSA-POSTING-DATE        PIC 9(8).
           05  HSA-CAPITAL-MONTH       PIC 9(6).
           05  FILLER                  PIC X(107).
       01  HSW-CHANGE-ENTRY.
           05  FILLER                  PIC X(26).
           05  HSC-LOG-DATE            PIC 9(8).
           05  HSC-LOG-TIME            PIC 9(8).
           05  HSC-USER-ID             PIC X(08).
           05  HSC-ACTION              PIC X(01).
           05  HSC-ACCOUNT-NUMBER      PIC 9(9).
           05  HSC-OLD-PRESENT-VALUE   PIC 9(9)V99.
           05  HSC-OLD-ANNUAL-INTEREST PIC 99V9(4).
           05  HSC-OLD-STATUS-CODE     PIC X(01).
           05  HSC-OLD-PRODUCT-TYPE    PIC 9(2).
           05  HSC-OLD-CUSTOMER-NUMBER PIC 9(9).
           05  HSC-NEW-PRESENT-VALUE   PIC 9(9)V99.
           05  HSC-NEW-ANNUAL-INTEREST PIC 99V9(4).
           05  HSC-NEW-STATUS-CODE     PIC X(01).
           05  HSC-NEW-PRODUCT-TYPE    PIC 9(2).
           05  HSC-NEW-CUSTOMER-NUMBER PIC 9(9).
           05  HSC-APPROVER-ID         PIC X(08).
           05  HSC-OLD-MATURITY-DATE   PIC 9(8).
           05  HSC-NEW-OPEN-DATE       PIC 9(8).
           05  HSC-NEW-TERM-MONTHS     PIC 9(3).
           05  HSC-NEW-MATURITY-DATE   PIC 9(8).
           05  HSC-NEW-RENEWAL-CODE    PIC X(01).
           05  HSC-NEW-PAYOUT-ACCOUNT  PIC 9(9).
           05  HSC-NEW-CUSTOMER-NAME   PIC X(15).
           05  HSC-NEW-LAST-CAP-MONTH  PIC 9(6).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * SORT-WORK - the account's history records pass through here   *
      * on their way to the sorted file.                              *
      *****************************************************************
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-KEY.
               10  SRT-EVENT-DATE      PIC 9(8).
               10  SRT-EVENT-TIME      PIC 9(8).
               10  SRT-SEQUENCE        PIC 9(9).
           05  SRT-SOURCE              PIC X(01).
           05  SRT-DATA                PIC X(163).

      *****************************************************************
      * HISTORY-PRINT-FILE - the copy of the history for printing,    *
      * line for line what the teller saw on the screen.              *
      *****************************************************************
       FD  HISTORY-PRINT-FILE.
       01  HPR-LINE                    PIC X(80).

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

       01  INQUIRY-FIELDS.
           05  ACCOUNT-NUMBER          PIC 9(9) USAGE COMP.
           05  FROM-DATE               PIC 9(8).
           05  TO-DATE                 PIC 9(8).
           05  EVENT-DATE              PIC 9(8).
           05  RELEASE-SEQUENCE        PIC 9(9) USAGE COMP.
           05  TIER-OWNER-TYPE         PIC X(01).
           05  TIER-OWNER-NUMBER       PIC 9(9).
           05  PRINT-ANSWER            PIC X(01).
               88  PRINT-ANSWER-YES        VALUE "Y" "y".
           05  STATUS-WORD             PIC X(06).
           05  ACTION-WORD             PIC X(13).
           05  RANGE-FROM-TEXT         PIC X(12).
           05  RANGE-TO-TEXT           PIC X(12).
           05  PRODUCT-NAME            PIC X(20).
           05  FAILED-FILE-NAME        PIC X(08).
           05  FAILED-FILE-STATUS      PIC X(02).
           05  REVERSAL-CHECK-SOURCE   PIC X(01).
           05  REVERSAL-CHECK-DATE     PIC 9(8).
           05  REVERSAL-ENTRY-NUMBER   PIC 9(3) USAGE COMP.

      *****************************************************************
      * REVERSED-DATE-TABLE - every feed and posting date GLREVRS     *
      * has reversed (source P for GLPOST, A for GLACCR), with the    *
      * voucher that reversed it and the replacement voucher now      *
      * standing for it (zero when the date was reversed without one, *
      * or the replacement was reversed in its turn).  Loaded afresh  *
      * for each inquiry.                                             *
      *****************************************************************
       01  REVERSED-DATE-TABLE.
           05  REVERSED-DATE-COUNT     PIC 9(3) USAGE COMP VALUE ZERO.
           05  REVERSED-DATE-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON REVERSED-DATE-COUNT
                   INDEXED BY RV-IDX.
               10  RV-SOURCE-CODE      PIC X(01).
               10  RV-POSTING-DATE     PIC 9(8).
               10  RV-REVERSAL-VOUCHER PIC 9(6).
               10  RV-REPLACE-VOUCHER  PIC 9(6).

      *****************************************************************
      * CHANGE-FIGURES - the old and new figures of one master        *
      * change, moved here from a pending item or a change-log entry  *
      * so both are listed by the same paragraphs.  A maturity date   *
      * is only carried by records written since term accounts came   *
      * in; older records leave both dates zero.                      *
      *****************************************************************
       01  CHANGE-FIGURES.
           05  CHG-ACTION              PIC X(01).
               88  CHG-ACTION-ADD          VALUE "A".
               88  CHG-ACTION-DELETE       VALUE "D".
           05  CHG-OLD-PRESENT-VALUE   PIC 9(9)V99.
           05  CHG-NEW-PRESENT-VALUE   PIC 9(9)V99.
           05  CHG-OLD-ANNUAL-INTEREST PIC 99V9(4).
           05  CHG-NEW-ANNUAL-INTEREST PIC 99V9(4).
           05  CHG-OLD-STATUS-CODE     PIC X(01).
           05  CHG-NEW-STATUS-CODE     PIC X(01).
           05  CHG-OLD-PRODUCT-TYPE    PIC 9(2).
           05  CHG-NEW-PRODUCT-TYPE    PIC 9(2).
           05  CHG-OLD-CUSTOMER-NUMBER PIC 9(9).
           05  CHG-NEW-CUSTOMER-NUMBER PIC 9(9).
           05  CHG-OLD-MATURITY-DATE   PIC 9(8).
           05  CHG-NEW-MATURITY-DATE   PIC 9(8).
           05  CHG-LINES-LISTED        PIC 9 USAGE COMP.

       01  INQUIRY-COUNTERS.
           05  INQUIRIES-MADE          PIC 9(9) USAGE COMP VALUE ZERO.
           05  EVENTS-LISTED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  PROJECTIONS-LISTED      PIC 9(9) USAGE COMP VALUE ZERO.
           05  POSTINGS-LISTED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  POSTINGS-REVERSED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCRUALS-LISTED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  ACCRUALS-REVERSED       PIC 9(9) USAGE COMP VALUE ZERO.
           05  CHANGES-LISTED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  PENDING-LISTED          PIC 9(9) USAGE COMP VALUE ZERO.
           05  SEGMENTS-LISTED         PIC 9(9) USAGE COMP VALUE ZERO.
           05  TIERS-LISTED            PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  ACCOUNT-OUT             PIC 9(9) USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  DATE-OUT-2              PIC 9(8) USAGE DISPLAY.
           05  TIME-OUT                PIC 9(8) USAGE DISPLAY.
           05  MONTH-END-OUT           PIC 9(6) USAGE DISPLAY.
           05  VOUCHER-OUT             PIC 9(6) USAGE DISPLAY.
           05  VOUCHER-OUT-2           PIC 9(6) USAGE DISPLAY.
           05  PV-OUT                  PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  PV-OUT-2                PIC $ZZZ,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  AMOUNT-OUT              PIC $ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.
           05  AMOUNT-OUT-2            PIC $ZZZ,ZZZ,ZZ9.99-
                   USAGE DISPLAY.
           05  CONTRIB-OUT             PIC $Z,ZZZ,ZZ9.99
                   USAGE DISPLAY.
           05  RATE-OUT                PIC Z9.9999 USAGE DISPLAY.
           05  RATE-OUT-2              PIC Z9.9999 USAGE DISPLAY.
           05  PRODUCT-OUT             PIC 99 USAGE DISPLAY.
           05  PRODUCT-OUT-2           PIC 99 USAGE DISPLAY.
           05  CUSTOMER-OUT            PIC 9(9) USAGE DISPLAY.
           05  CUSTOMER-OUT-2          PIC 9(9) USAGE DISPLAY.
           05  TERM-OUT                PIC ZZ9 USAGE DISPLAY.
           05  YEARS-OUT               PIC Z9 USAGE DISPLAY.
           05  PERIODS-OUT             PIC ZZ9 USAGE DISPLAY.
           05  MONTH-OUT               PIC ZZZZ9 USAGE DISPLAY.
           05  MONTH-OUT-2             PIC ZZZZ9 USAGE DISPLAY.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  HIST-LABEL              PIC X(28) USAGE DISPLAY.

       01  HISTORY-LINE                PIC X(80).

       01  PROGRAM-SWITCHES.
           05  MORE-SORTED-SW          PIC X(01) VALUE "Y".
               88  MORE-SORTED-RECS        VALUE "Y".
               88  NO-MORE-SORTED-RECS     VALUE "N".
           05  MORE-LOG-SW             PIC X(01) VALUE "Y".
               88  MORE-LOG-RECS           VALUE "Y".
               88  NO-MORE-LOG-RECS        VALUE "N".
           05  MORE-ARC-SW             PIC X(01) VALUE "Y".
               88  MORE-ARC-RECS           VALUE "Y".
               88  NO-MORE-ARC-RECS        VALUE "N".
           05  MORE-POSTING-SW         PIC X(01) VALUE "Y".
               88  MORE-POSTING-RECS       VALUE "Y".
               88  NO-MORE-POSTING-RECS    VALUE "N".
           05  MORE-POSTING-GEN-SW     PIC X(01) VALUE "Y".
               88  MORE-POSTING-GEN-RECS   VALUE "Y".
               88  NO-MORE-POSTING-GEN-RECS VALUE "N".
           05  MORE-ACCRUAL-SW         PIC X(01) VALUE "Y".
               88  MORE-ACCRUAL-RECS       VALUE "Y".
               88  NO-MORE-ACCRUAL-RECS    VALUE "N".
           05  MORE-ACCRUAL-GEN-SW     PIC X(01) VALUE "Y".
               88  MORE-ACCRUAL-GEN-RECS   VALUE "Y".
               88  NO-MORE-ACCRUAL-GEN-RECS VALUE "N".
           05  MORE-CHANGE-SW          PIC X(01) VALUE "Y".
               88  MORE-CHANGE-RECS        VALUE "Y".
               88  NO-MORE-CHANGE-RECS     VALUE "N".
           05  MORE-CHANGE-GEN-SW      PIC X(01) VALUE "Y".
               88  MORE-CHANGE-GEN-RECS    VALUE "Y".
               88  NO-MORE-CHANGE-GEN-RECS VALUE "N".
           05  MORE-PENDING-SW         PIC X(01) VALUE "Y".
               88  MORE-PENDING-RECS       VALUE "Y".
               88  NO-MORE-PENDING-RECS    VALUE "N".
           05  MORE-RATE-SW            PIC X(01) VALUE "Y".
               88  MORE-RATE-RECS          VALUE "Y".
               88  NO-MORE-RATE-RECS       VALUE "N".
           05  MORE-TIER-SW            PIC X(01) VALUE "Y".
               88  MORE-TIER-RECS          VALUE "Y".
               88  NO-MORE-TIER-RECS       VALUE "N".
           05  ENTRY-FOUND-SW          PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".
           05  DATE-RANGE-SW           PIC X(01) VALUE "N".
               88  DATE-RANGE-VALID        VALUE "Y".
           05  IN-RANGE-SW             PIC X(01) VALUE "N".
               88  EVENT-IN-RANGE          VALUE "Y".
           05  PRINT-REQUESTED-SW      PIC X(01) VALUE "N".
               88  PRINT-REQUESTED         VALUE "Y".
           05  PRINT-FILE-OPEN-SW      PIC X(01) VALUE "N".
               88  PRINT-FILE-IS-OPEN      VALUE "Y".
           05  RATE-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  RATE-FILE-IS-OPEN       VALUE "Y".
           05  TIER-FILE-OPEN-SW       PIC X(01) VALUE "N".
               88  TIER-FILE-IS-OPEN       VALUE "Y".
           05  PRODUCT-FILE-OPEN-SW    PIC X(01) VALUE "N".
               88  PRODUCT-FILE-IS-OPEN    VALUE "Y".
           05  HISTORY-INCOMPLETE-SW   PIC X(01) VALUE "N".
               88  HISTORY-INCOMPLETE      VALUE "Y".
           05  MORE-CONTROL-SW         PIC X(01) VALUE "Y".
               88  MORE-CONTROL-RECS       VALUE "Y".
               88  NO-MORE-CONTROL-RECS    VALUE "N".
           05  DATE-REVERSED-SW        PIC X(01) VALUE "N".
               88  DATE-IS-REVERSED        VALUE "Y".
           05  REVERSAL-OVERFLOW-SW    PIC X(01) VALUE "N".
               88  REVERSAL-TABLE-OVERFLOWED VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  AM-STATUS               PIC X(02).
           05  PM-STATUS               PIC X(02).
           05  RS-STATUS               PIC X(02).
           05  TR-STATUS               PIC X(02).
           05  APD-STATUS              PIC X(02).
           05  LOG-STATUS              PIC X(02).
           05  ARC-STATUS              PIC X(02).
           05  GLP-STATUS              PIC X(02).
           05  GGN-STATUS              PIC X(02).
           05  GLA-STATUS              PIC X(02).
           05  CGN-STATUS              PIC X(02).
           05  ACL-STATUS              PIC X(02).
           05  AGN-STATUS              PIC X(02).
           05  PCT-STATUS              PIC X(02).
           05  HSW-STATUS              PIC X(02).
           05  HPR-STATUS              PIC X(02).
           05  TS-STATUS               PIC X(02).
           05  SVL-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).

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
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "ACCTHIST".
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
              initialize inquiry-fields
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              display "ACCOUNT HISTORY INQUIRY"
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              open input account-master
              if am-status not = "00"
                     display "ACCTMST OPEN FAILED - STATUS " am-status
                     perform close-security-files
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              perform open-rate-schedule
              perform open-rate-tiers
              perform open-product-master.

       main-menu.
              display "Enter account number, 0 to exit: "
              accept account-number
              if account-number = 0
                     go to end-program
              end-if
              move "I" to requested-function
              perform check-function-authority
              if not function-authorized
                     go to main-menu
              end-if
              move account-number to account-out

              move "N" to date-range-sw
              perform get-date-range until date-range-valid
              perform get-print-choice
              perform show-account-history
              go to main-menu.

       end-program.
              close account-master
              if rate-file-is-open
                     close savings-rate-schedule
              end-if
              if tier-file-is-open
                     close savings-rate-tiers
              end-if
              if product-file-is-open
                     close product-master
              end-if
              if print-file-is-open
                     close history-print-file
                     display "History copied to ACCTHRPT for printing."
              end-if
              perform close-security-files
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the menu chain above.                 *
      *****************************************************************

      *****************************************************************
      * GET-DATE-RANGE - zero in either date leaves that end of the   *
      * history open.                                                 *
      *****************************************************************
       get-date-range.
              move 0 to from-date
              move 0 to to-date
              display "Enter from date YYYYMMDD, 0 for the start "
                     "of the history: "
              accept from-date
              display "Enter to date YYYYMMDD, 0 for the end "
                     "of the history: "
              accept to-date
              if to-date not = 0 and from-date > to-date
                     display "The from date is after the to date."
              else
                     move "Y" to date-range-sw
              end-if.

      *****************************************************************
      * GET-PRINT-CHOICE - the copy to ACCTHRPT is function P.  A     *
      * teller without it still gets the history on the screen.       *
      *****************************************************************
       get-print-choice.
              move "N" to print-requested-sw
              display "Copy the history to ACCTHRPT for printing? "
                     "Y/N: "
              accept print-answer
              if print-answer-yes
                     move "P" to requested-function
                     perform check-function-authority
                     if function-authorized
                            perform open-print-file
                            if print-file-is-open
                                   move "Y" to print-requested-sw
                            end-if
                     else
                            display "The history will be shown on "
                                   "the screen only."
                     end-if
              end-if.

       open-print-file.
              if not print-file-is-open
                     open output history-print-file
                     if hpr-status not = "00"
                            display "ACCTHRPT OPEN FAILED - STATUS "
                                   hpr-status
                     else
                            move "Y" to print-file-open-sw
                     end-if
              end-if.

      *****************************************************************
      * SHOW-ACCOUNT-HISTORY - one inquiry: the account as it stands, *
      * what is waiting on it, then everything logged against it.     *
      * An account no longer on the master still has its history      *
      * shown - a closed-out complaint is often about just such an    *
      * account.                                                      *
      *****************************************************************
       show-account-history.
              add 1 to inquiries-made
              move 0 to projections-listed
              move 0 to postings-listed
              move 0 to postings-reversed
              move 0 to accruals-listed
              move 0 to accruals-reversed
              move 0 to changes-listed
              move 0 to pending-listed
              move "N" to history-incomplete-sw
              perform write-inquiry-heading
              perform read-master-entry
              if entry-found
                     perform show-master-figures
                     perform show-rate-segments
                     perform show-balance-tiers
              else
                     move spaces to history-line
                     string "ACCOUNT " account-out
                            " IS NOT ON THE MASTER - HISTORY ON "
                            "FILE ONLY"
                            delimited by size into history-line
                     perform put-history-line
              end-if
              perform show-pending-changes

              perform put-blank-line
              move spaces to history-line
              string "HISTORY, OLDEST FIRST"
                     delimited by size into history-line
              perform put-history-line
              perform load-reversed-dates
              sort sort-work
                  on ascending key srt-key
                  input procedure is sort-in-history
                         thru sort-in-history-exit
                  giving history-sorted-file
              perform list-sorted-history
              perform write-inquiry-totals
              if history-incomplete and return-code = 0
                     move 4 to return-code
              end-if.

       write-inquiry-heading.
              move spaces to history-line
              string "ACCOUNT HISTORY  ACCOUNT " account-out
                     "  RUN DATE " run-date
                     "  TELLER " run-user-id
                     delimited by size into history-line
              perform put-history-line
              if from-date = 0
                     move "THE START" to range-from-text
              else
                     move from-date to date-out
                     move date-out to range-from-text
              end-if
              if to-date = 0
                     move "THE END" to range-to-text
              else
                     move to-date to date-out
                     move date-out to range-to-text
              end-if
              move spaces to history-line
              string "HISTORY FROM " delimited by size
                     range-from-text delimited by "  "
                     " TO " delimited by size
                     range-to-text delimited by "  "
                     " OF THE FILES" delimited by size
                     into history-line
              perform put-history-line
              perform put-blank-line.

       read-master-entry.
              move "N" to entry-found-sw
              move account-number to am-rec-account-number
              read account-master
                  invalid key
                      continue
                  not invalid key
                      move "Y" to entry-found-sw
              end-read.

      *****************************************************************
      * SHOW-MASTER-FIGURES - the account as it stands on ACCTMST.    *
      *****************************************************************
       show-master-figures.
              move spaces to history-line
              string "CURRENT MASTER FIGURES"
                     delimited by size into history-line
              perform put-history-line
              move am-rec-status-code to chg-new-status-code
              perform set-status-word
              move am-rec-present-value to pv-out
              move am-rec-annual-interest to rate-out
              move spaces to history-line
              string "  BALANCE " pv-out
                     "  RATE " rate-out "%"
                     "  STATUS " am-rec-status-code " " status-word
                     delimited by size into history-line
              perform put-history-line
              perform set-product-name
              move am-rec-product-type to product-out
              move am-rec-customer-number to customer-out
              move spaces to history-line
              string "  PRODUCT " product-out " " product-name
                     "  CUSTOMER " customer-out " "
                     am-rec-customer-name
                     delimited by size into history-line
              perform put-history-line
              move am-rec-open-date to date-out
              move spaces to history-line
              if am-rec-term-months = 0
                     string "  NO FIXED TERM  OPENED " date-out
                            delimited by size into history-line
                     perform put-history-line
              else
                     move am-rec-term-months to term-out
                     move am-rec-maturity-date to date-out-2
                     string "  TERM " term-out " MONTHS  OPENED "
                            date-out "  MATURES " date-out-2
                            "  RENEWAL " am-rec-renewal-code
                            delimited by size into history-line
                     perform put-history-line
                     if am-rec-renew-pay-out
                            move am-rec-payout-account
                                   to customer-out-2
                            move spaces to history-line
                            string "  PAYS OUT TO ACCOUNT "
                                   customer-out-2
                                   delimited by size into history-line
                            perform put-history-line
                     end-if
              end-if
              if am-rec-last-cap-month not = 0 or
                     am-rec-notice-date not = 0
                     move am-rec-last-cap-month to month-end-out
                     move am-rec-notice-date to date-out
                     move spaces to history-line
                     string "  LAST MONTH-END CREDIT " month-end-out
                            "  MATURITY NOTICE SENT " date-out
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       set-status-word.
              evaluate chg-new-status-code
                  when "O"
                      move "OPEN" to status-word
                  when "C"
                      move "CLOSED" to status-word
                  when "F"
                      move "FROZEN" to status-word
                  when other
                      move spaces to status-word
              end-evaluate.

       set-product-name.
              move spaces to product-name
              if am-rec-product-type = 0
                     move "NO PRODUCT" to product-name
              else
                     if product-file-is-open
                            move am-rec-product-type
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

      *****************************************************************
      * SHOW-RATE-SEGMENTS - the account's step-rate segments, by     *
      * month of the account.  Outside them the master rate applies.  *
      *****************************************************************
       show-rate-segments.
              move 0 to segments-listed
              perform put-blank-line
              move spaces to history-line
              string "STEP-RATE SEGMENTS"
                     delimited by size into history-line
              perform put-history-line
              move "N" to more-rate-sw
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
              end-if
              perform list-rate-segment until no-more-rate-recs
              if segments-listed = 0
                     move spaces to history-line
                     string "  NONE - THE MASTER RATE APPLIES "
                            "THROUGHOUT"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       read-next-rate-segment.
              read savings-rate-schedule next
                  at end move "N" to more-rate-sw
              end-read
              if more-rate-recs and
                     srs-account-number not = account-number
                     move "N" to more-rate-sw
              end-if.

       list-rate-segment.
              add 1 to segments-listed
              move srs-start-month to month-out
              move srs-end-month to month-out-2
              move srs-annual-rate to rate-out
              move spaces to history-line
              string "  MONTHS " month-out " TO " month-out-2
                     "  RATE " rate-out "%"
                     delimited by size into history-line
              perform put-history-line
              perform read-next-rate-segment.

      *****************************************************************
      * SHOW-BALANCE-TIERS - the tiers the account earns under: its   *
      * own "A" tiers when it has any, otherwise its product's "P"    *
      * tiers, as SAVINGS applies them.                               *
      *****************************************************************
       show-balance-tiers.
              move 0 to tiers-listed
              perform put-blank-line
              move "N" to more-tier-sw
              if tier-file-is-open
                     move "A" to tier-owner-type
                     move account-number to tier-owner-number
                     perform position-tier-owner
                     if no-more-tier-recs and
                            am-rec-product-type not = 0
                            move "P" to tier-owner-type
                            move am-rec-product-type
                                   to tier-owner-number
                            perform position-tier-owner
                     end-if
              end-if
              move spaces to history-line
              if no-more-tier-recs
                     string "BALANCE TIERS IN FORCE"
                            delimited by size into history-line
              else
                     if tier-owner-type = "A"
                            string "BALANCE TIERS IN FORCE - THE "
                                   "ACCOUNT'S OWN"
                                   delimited by size into history-line
                     else
                            move am-rec-product-type to product-out
                            string "BALANCE TIERS IN FORCE - "
                                   "PRODUCT " product-out
                                   delimited by size into history-line
                     end-if
              end-if
              perform put-history-line
              perform list-tier-entry until no-more-tier-recs
              if tiers-listed = 0
                     move spaces to history-line
                     string "  NONE - ONE RATE ON THE WHOLE BALANCE"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       position-tier-owner.
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
              end-if.

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

       list-tier-entry.
              add 1 to tiers-listed
              move trs-floor-amount to pv-out
              move trs-annual-rate to rate-out
              move spaces to history-line
              string "  BALANCE FROM " pv-out
                     "  RATE " rate-out "%"
                     delimited by size into history-line
              perform put-history-line
              perform read-next-tier-record.

      *****************************************************************
      * SHOW-PENDING-CHANGES - every item on ACCTPEND for the         *
      * account still waiting for a second teller.                    *
      *****************************************************************
       show-pending-changes.
              perform put-blank-line
              move spaces to history-line
              string "PENDING DUAL-CONTROL CHANGES"
                     delimited by size into history-line
              perform put-history-line
              move "Y" to more-pending-sw
              open input pending-change-file
              if apd-status not = "00"
                     if apd-status not = "35"
                            move "ACCTPEND" to failed-file-name
                            move apd-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-pending-sw
              else
                     read pending-change-file
                         at end move "N" to more-pending-sw
                     end-read
              end-if
              perform check-pending-item until no-more-pending-recs
              if apd-status not = "35"
                     close pending-change-file
              end-if
              if pending-listed = 0
                     move spaces to history-line
                     string "  NONE"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       check-pending-item.
              if apd-item-pending and
                     apd-account-number = account-number
                     perform list-pending-item
              end-if
              read pending-change-file
                  at end move "N" to more-pending-sw
              end-read.

       list-pending-item.
              add 1 to pending-listed
              move apd-action to chg-action
              perform set-action-word
              move apd-entry-date to date-out
              move apd-entry-time to time-out
              move spaces to history-line
              string "  " date-out " " time-out "  " action-word
                     " KEYED BY " apd-teller-id
                     "  AWAITING APPROVAL"
                     delimited by size into history-line
              perform put-history-line
              move apd-old-present-value to chg-old-present-value
              move apd-new-present-value to chg-new-present-value
              move apd-old-annual-interest to chg-old-annual-interest
              move apd-new-annual-interest to chg-new-annual-interest
              move apd-old-status-code to chg-old-status-code
              move apd-new-status-code to chg-new-status-code
              move apd-old-product-type to chg-old-product-type
              move apd-new-product-type to chg-new-product-type
              move apd-old-customer-number to chg-old-customer-number
              move apd-new-customer-number to chg-new-customer-number
              move 0 to chg-old-maturity-date
              move 0 to chg-new-maturity-date
              if apd-old-maturity-date numeric and
                     apd-new-maturity-date numeric
                     move apd-old-maturity-date
                            to chg-old-maturity-date
                     move apd-new-maturity-date
                            to chg-new-maturity-date
              end-if
              perform list-change-figures.

      *****************************************************************
      * SORT-IN-HISTORY - every projection, posting, interest credit  *
      * and change for the account inside the date range, oldest      *
      * files first, so entries stamped alike keep the order they     *
      * were written in.                                              *
      * A file that is not there has simply nothing to give; one      *
      * that will not open is noted in the history itself.            *
      *****************************************************************
       sort-in-history.
              move 0 to release-sequence
              perform release-archived-log
              perform release-live-log
              perform release-posting-generations
              perform release-live-postings
              perform release-accrual-generations
              perform release-live-accruals
              perform release-change-generations
              perform release-live-changes.
       sort-in-history-exit.
              exit.

       release-archived-log.
              move "Y" to more-arc-sw
              open input log-archive
              if arc-status not = "00"
                     if arc-status not = "35"
                            move "SAVLOGAR" to failed-file-name
                            move arc-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-arc-sw
              else
                     read log-archive
                         at end move "N" to more-arc-sw
                     end-read
              end-if
              perform release-archived-projection
                     until no-more-arc-recs
              if arc-status not = "35"
                     close log-archive
              end-if.

       release-archived-projection.
              if arc-account-number = account-number
                     move arc-log-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move arc-log-date to srt-event-date
                            move arc-log-time to srt-event-time
                            move "P" to srt-source
                            move arc-record to srt-data
                            perform release-history-record
                     end-if
              end-if
              read log-archive
                  at end move "N" to more-arc-sw
              end-read.

       release-live-log.
              move "Y" to more-log-sw
              open input savings-calc-log
              if log-status not = "00"
                     if log-status not = "35"
                            move "SAVLOG" to failed-file-name
                            move log-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-log-sw
              else
                     read savings-calc-log
                         at end move "N" to more-log-sw
                     end-read
              end-if
              perform release-live-projection until no-more-log-recs
              if log-status not = "35"
                     close savings-calc-log
              end-if.

       release-live-projection.
              if scl-account-number = account-number
                     move scl-log-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move scl-log-date to srt-event-date
                            move scl-log-time to srt-event-time
                            move "P" to srt-source
                            move scl-record to srt-data
                            perform release-history-record
                     end-if
              end-if
              read savings-calc-log
                  at end move "N" to more-log-sw
              end-read.

      *****************************************************************
      * GLPOST and GLACCR carry only the posting date, so a posting   *
      * or credit sorts at the very end of its day.                   *
      *****************************************************************
       release-posting-generations.
              move "Y" to more-posting-gen-sw
              open input posting-generations
              if ggn-status not = "00"
                     if ggn-status not = "35"
                            move "GLPOSTGN" to failed-file-name
                            move ggn-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-posting-gen-sw
              else
                     read posting-generations
                         at end move "N" to more-posting-gen-sw
                     end-read
              end-if
              perform release-generation-posting
                     until no-more-posting-gen-recs
              if ggn-status not = "35"
                     close posting-generations
              end-if.

       release-generation-posting.
              if ggn-account-number = account-number
                     move ggn-posting-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move ggn-posting-date to srt-event-date
                            move 99999999 to srt-event-time
                            move "G" to srt-source
                            move ggn-data to srt-data
                            perform release-history-record
                     end-if
              end-if
              read posting-generations
                  at end move "N" to more-posting-gen-sw
              end-read.

       release-live-postings.
              move "Y" to more-posting-sw
              open input gl-posting-file
              if glp-status not = "00"
                     if glp-status not = "35"
                            move "GLPOST" to failed-file-name
                            move glp-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-posting-sw
              else
                     read gl-posting-file
                         at end move "N" to more-posting-sw
                     end-read
              end-if
              perform release-live-posting until no-more-posting-recs
              if glp-status not = "35"
                     close gl-posting-file
              end-if.

       release-live-posting.
              if glp-account-number = account-number
                     move glp-posting-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move glp-posting-date to srt-event-date
                            move 99999999 to srt-event-time
                            move "G" to srt-source
                            move glp-record to srt-data
                            perform release-history-record
                     end-if
              end-if
              read gl-posting-file
                  at end move "N" to more-posting-sw
              end-read.

       release-accrual-generations.
              move "Y" to more-accrual-gen-sw
              open input accrual-generations
              if cgn-status not = "00"
                     if cgn-status not = "35"
                            move "GLACCRGN" to failed-file-name
                            move cgn-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-accrual-gen-sw
              else
                     read accrual-generations
                         at end move "N" to more-accrual-gen-sw
                     end-read
              end-if
              perform release-generation-accrual
                     until no-more-accrual-gen-recs
              if cgn-status not = "35"
                     close accrual-generations
              end-if.

       release-generation-accrual.
              if cgn-account-number = account-number
                     move cgn-posting-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move cgn-posting-date to srt-event-date
                            move 99999999 to srt-event-time
                            move "A" to srt-source
                            move cgn-data to srt-data
                            perform release-history-record
                     end-if
              end-if
              read accrual-generations
                  at end move "N" to more-accrual-gen-sw
              end-read.

       release-live-accruals.
              move "Y" to more-accrual-sw
              open input gl-accrual-file
              if gla-status not = "00"
                     if gla-status not = "35"
                            move "GLACCR" to failed-file-name
                            move gla-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-accrual-sw
              else
                     read gl-accrual-file
                         at end move "N" to more-accrual-sw
                     end-read
              end-if
              perform release-live-accrual until no-more-accrual-recs
              if gla-status not = "35"
                     close gl-accrual-file
              end-if.

       release-live-accrual.
              if gla-account-number = account-number
                     move gla-posting-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move gla-posting-date to srt-event-date
                            move 99999999 to srt-event-time
                            move "A" to srt-source
                            move gla-record to srt-data
                            perform release-history-record
                     end-if
              end-if
              read gl-accrual-file
                  at end move "N" to more-accrual-sw
              end-read.

       release-change-generations.
              move "Y" to more-change-gen-sw
              open input change-log-generations
              if agn-status not = "00"
                     if agn-status not = "35"
                            move "ACCTCHGN" to failed-file-name
                            move agn-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-change-gen-sw
              else
                     read change-log-generations
                         at end move "N" to more-change-gen-sw
                     end-read
              end-if
              perform release-generation-change
                     until no-more-change-gen-recs
              if agn-status not = "35"
                     close change-log-generations
              end-if.

       release-generation-change.
              if agn-account-number = account-number
                     move agn-log-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move agn-log-date to srt-event-date
                            move agn-log-time to srt-event-time
                            move "C" to srt-source
                            move agn-data to srt-data
                            perform release-history-record
                     end-if
              end-if
              read change-log-generations
                  at end move "N" to more-change-gen-sw
              end-read.

       release-live-changes.
              move "Y" to more-change-sw
              open input account-change-log
              if acl-status not = "00"
                     if acl-status not = "35"
                            move "ACCTCHG" to failed-file-name
                            move acl-status to failed-file-status
                            perform note-unreadable-file
                     end-if
                     move "N" to more-change-sw
              else
                     read account-change-log
                         at end move "N" to more-change-sw
                     end-read
              end-if
              perform release-live-change until no-more-change-recs
              if acl-status not = "35"
                     close account-change-log
              end-if.

       release-live-change.
              if acl-account-number = account-number
                     move acl-log-date to event-date
                     perform check-event-date
                     if event-in-range
                            move spaces to srt-record
                            move acl-log-date to srt-event-date
                            move acl-log-time to srt-event-time
                            move "C" to srt-source
                            move acl-record to srt-data
                            perform release-history-record
                     end-if
              end-if
              read account-change-log
                  at end move "N" to more-change-sw
              end-read.

       check-event-date.
              move "Y" to in-range-sw
              if event-date < from-date
                     move "N" to in-range-sw
              end-if
              if to-date not = 0 and event-date > to-date
                     move "N" to in-range-sw
              end-if.

       release-history-record.
              add 1 to release-sequence
              move release-sequence to srt-sequence
              release srt-record.

       note-unreadable-file.
              move "Y" to history-incomplete-sw
              move spaces to history-line
              string "  ** " failed-file-name
                     " COULD NOT BE READ - STATUS "
                     failed-file-status
                     " - HISTORY INCOMPLETE **"
                     delimited by size into history-line
              perform put-history-line.

      *****************************************************************
      * LOAD-REVERSED-DATES - the GLPOST and GLACCR dates reversed    *
      * on GLPCTL, in the order the control records were written, so  *
      * a replacement that was itself reversed no longer stands.  No  *
      * control file just means nothing has been reversed; one that   *
      * will not open is noted in the history itself.                 *
      *****************************************************************
       load-reversed-dates.
              move 0 to reversed-date-count
              move "N" to reversal-overflow-sw
              move "Y" to more-control-sw
              open input posting-control-file
              if pct-status not = "00"
                     if pct-status not = "35"
                            move "GLPCTL" to failed-file-name
                            move pct-status to failed-file-status
                            perform note-unreadable-file
                     end-if
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
                     move "Y" to history-incomplete-sw
                     move spaces to history-line
                     string "  ** MORE THAN 400 REVERSED DATES ON "
                            "GLPCTL - SOME REVERSALS NOT SHOWN **"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       store-reversal-record.
              if gpc-entry-reversal or gpc-entry-replacement
                     if gpc-source-accrual
                            move "A" to reversal-check-source
                     else
                            move "P" to reversal-check-source
                     end-if
                     move gpc-posting-date to reversal-check-date
                     perform check-date-reversed
                     if not date-is-reversed
                            if reversed-date-count >= 400
                                   move "Y" to reversal-overflow-sw
                            else
                                   add 1 to reversed-date-count
                                   move reversed-date-count
                                          to reversal-entry-number
                                   move reversal-check-source
                                          to rv-source-code
                                          (reversal-entry-number)
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
      * CHECK-DATE-REVERSED - is REVERSAL-CHECK-DATE for the feed in  *
      * REVERSAL-CHECK-SOURCE on the reversed table, and if so at     *
      * which entry.                                                  *
      *****************************************************************
       check-date-reversed.
              move "N" to date-reversed-sw
              move 0 to reversal-entry-number
              perform check-one-reversed-date
                     varying rv-idx from 1 by 1
                     until rv-idx > reversed-date-count
                            or date-is-reversed.

       check-one-reversed-date.
              if rv-source-code (rv-idx) = reversal-check-source and
                     rv-posting-date (rv-idx) = reversal-check-date
                     move "Y" to date-reversed-sw
                     set reversal-entry-number to rv-idx
              end-if.

      *****************************************************************
      * LIST-SORTED-HISTORY - each entry as its source logged it.     *
      *****************************************************************
       list-sorted-history.
              move "Y" to more-sorted-sw
              open input history-sorted-file
              if hsw-status not = "00"
                     move "AHSRTWK" to failed-file-name
                     move hsw-status to failed-file-status
                     perform note-unreadable-file
                     move "N" to more-sorted-sw
              else
                     read history-sorted-file
                         at end move "N" to more-sorted-sw
                     end-read
              end-if
              perform list-history-entry until no-more-sorted-recs
              if hsw-status not = "35"
                     close history-sorted-file
              end-if
              if projections-listed = 0 and postings-listed = 0 and
                     accruals-listed = 0 and changes-listed = 0
                     move spaces to history-line
                     string "  NOTHING ON FILE FOR THE ACCOUNT IN "
                            "THIS PERIOD"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       list-history-entry.
              add 1 to events-listed
              evaluate true
                  when hsw-is-projection
                      perform list-projection
                  when hsw-is-posting
                      perform list-posting
                  when hsw-is-accrual
                      perform list-accrual
                  when other
                      perform list-master-change
              end-evaluate
              read history-sorted-file
                  at end move "N" to more-sorted-sw
              end-read.

       list-projection.
              add 1 to projections-listed
              move hsp-log-date to date-out
              move hsp-log-time to time-out
              move spaces to history-line
              if hsp-is-what-if
                     string "  " date-out " " time-out
                            "  PROJECTION BY " hsp-user-id
                            "  WHAT-IF"
                            delimited by size into history-line
              else
                     string "  " date-out " " time-out
                            "  PROJECTION BY " hsp-user-id
                            delimited by size into history-line
              end-if
              perform put-history-line
              move hsp-present-value to pv-out
              move hsp-annual-interest to rate-out
              move hsp-loan-term-years to years-out
              move spaces to history-line
              if hsp-step-rates-used
                     string "      BALANCE " pv-out
                            "  RATE " rate-out "%"
                            "  TERM " years-out " YEARS"
                            "  STEP RATES USED"
                            delimited by size into history-line
              else
                     string "      BALANCE " pv-out
                            "  RATE " rate-out "%"
                            "  TERM " years-out " YEARS"
                            delimited by size into history-line
              end-if
              perform put-history-line
              move hsp-future-value to pv-out
              move hsp-periods-per-year to periods-out
              move hsp-monthly-contrib to contrib-out
              move spaces to history-line
              string "      FUTURE VALUE " pv-out
                     "  PERIODS/YEAR " periods-out
                     "  MONTHLY " contrib-out
                     delimited by size into history-line
              perform put-history-line
              if hsp-withdrawal-month not = 0
                     move hsp-withdrawal-month to month-out
                     move hsp-penalty-amount to pv-out
                     move spaces to history-line
                     string "      EARLY WITHDRAWAL IN MONTH "
                            month-out "  PENALTY " pv-out
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       list-posting.
              add 1 to postings-listed
              move hsg-posting-date to date-out
              move hsg-principal to pv-out
              move spaces to history-line
              string "  " date-out "           GL POSTING"
                     "  PRINCIPAL " pv-out
                     delimited by size into history-line
              perform put-history-line
              move hsg-interest-earned to amount-out
              move hsg-future-value to amount-out-2
              move spaces to history-line
              string "      INTEREST " amount-out
                     "  FUTURE VALUE " amount-out-2
                     delimited by size into history-line
              perform put-history-line
              move "P" to reversal-check-source
              move hsg-posting-date to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     add 1 to postings-reversed
                     perform list-reversal-vouchers
              end-if.

       list-accrual.
              add 1 to accruals-listed
              move hsa-posting-date to date-out
              move hsa-capital-month to month-end-out
              move hsa-principal to pv-out
              move spaces to history-line
              string "  " date-out "           INTEREST CREDITED FOR "
                     month-end-out "  ON " pv-out
                     delimited by size into history-line
              perform put-history-line
              move hsa-interest-credited to amount-out
              move hsa-new-balance to amount-out-2
              move spaces to history-line
              string "      INTEREST " amount-out
                     "  NEW BALANCE " amount-out-2
                     delimited by size into history-line
              perform put-history-line
              move "A" to reversal-check-source
              move hsa-posting-date to reversal-check-date
              perform check-date-reversed
              if date-is-reversed
                     add 1 to accruals-reversed
                     perform list-reversal-vouchers
              end-if.

      *****************************************************************
      * LIST-REVERSAL-VOUCHERS - the voucher that took the entry's    *
      * date back off the ledger and, when one stands, the voucher    *
      * that posted the right figures in its place.                   *
      *****************************************************************
       list-reversal-vouchers.
              move rv-reversal-voucher (reversal-entry-number)
                     to voucher-out
              move rv-replace-voucher (reversal-entry-number)
                     to voucher-out-2
              move spaces to history-line
              if rv-replace-voucher (reversal-entry-number) = 0
                     string "      REVERSED BY VOUCHER " voucher-out
                            delimited by size into history-line
              else
                     string "      REVERSED BY VOUCHER " voucher-out
                            "  REPLACED BY VOUCHER " voucher-out-2
                            delimited by size into history-line
              end-if
              perform put-history-line.

       list-master-change.
              add 1 to changes-listed
              move hsc-action to chg-action
              perform set-action-word
              move hsc-log-date to date-out
              move hsc-log-time to time-out
              move spaces to history-line
              if hsc-approver-id = spaces
                     string "  " date-out " " time-out "  "
                            action-word " BY " hsc-user-id
                            delimited by size into history-line
              else
                     string "  " date-out " " time-out "  "
                            action-word " BY " hsc-user-id
                            "  APPROVED BY " hsc-approver-id
                            delimited by size into history-line
              end-if
              perform put-history-line
              move hsc-old-present-value to chg-old-present-value
              move hsc-new-present-value to chg-new-present-value
              move hsc-old-annual-interest to chg-old-annual-interest
              move hsc-new-annual-interest to chg-new-annual-interest
              move hsc-old-status-code to chg-old-status-code
              move hsc-new-status-code to chg-new-status-code
              move hsc-old-product-type to chg-old-product-type
              move hsc-new-product-type to chg-new-product-type
              move hsc-old-customer-number to chg-old-customer-number
              move hsc-new-customer-number to chg-new-customer-number
              move 0 to chg-old-maturity-date
              move 0 to chg-new-maturity-date
              if hsc-old-maturity-date numeric and
                     hsc-new-maturity-date numeric
                     move hsc-old-maturity-date
                            to chg-old-maturity-date
                     move hsc-new-maturity-date
                            to chg-new-maturity-date
              end-if
              perform list-change-figures.

       set-action-word.
              evaluate chg-action
                  when "A"
                      move "MASTER ADD" to action-word
                  when "C"
                      move "MASTER CHANGE" to action-word
                  when "D"
                      move "MASTER DELETE" to action-word
                  when other
                      move "MASTER ACTION" to action-word
              end-evaluate.

      *****************************************************************
      * LIST-CHANGE-FIGURES - an add shows the figures the account    *
      * was opened with, a delete the figures it had, and a change    *
      * each figure it moved, old then new.                           *
      *****************************************************************
       list-change-figures.
              move 0 to chg-lines-listed
              evaluate true
                  when chg-action-add
                      move chg-new-present-value to pv-out
                      move chg-new-annual-interest to rate-out
                      move chg-new-product-type to product-out
                      move chg-new-customer-number to customer-out
                      move spaces to history-line
                      string "      OPENED AT " pv-out
                             "  RATE " rate-out "%"
                             "  STATUS " chg-new-status-code
                             "  PRODUCT " product-out
                             "  CUSTOMER " customer-out
                             delimited by size into history-line
                      perform put-history-line
                  when chg-action-delete
                      move chg-old-present-value to pv-out
                      move chg-old-annual-interest to rate-out
                      move chg-old-product-type to product-out
                      move chg-old-customer-number to customer-out
                      move spaces to history-line
                      string "      REMOVED AT " pv-out
                             "  RATE " rate-out "%"
                             "  STATUS " chg-old-status-code
                             "  PRODUCT " product-out
                             "  CUSTOMER " customer-out
                             delimited by size into history-line
                      perform put-history-line
                  when other
                      perform list-changed-figures
              end-evaluate.

       list-changed-figures.
              if chg-old-present-value not = chg-new-present-value
                     move chg-old-present-value to pv-out
                     move chg-new-present-value to pv-out-2
                     move spaces to history-line
                     string "      BALANCE  " pv-out " TO " pv-out-2
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-old-annual-interest not = chg-new-annual-interest
                     move chg-old-annual-interest to rate-out
                     move chg-new-annual-interest to rate-out-2
                     move spaces to history-line
                     string "      RATE     " rate-out "% TO "
                            rate-out-2 "%"
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-old-status-code not = chg-new-status-code
                     move spaces to history-line
                     string "      STATUS   " chg-old-status-code
                            " TO " chg-new-status-code
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-old-product-type not = chg-new-product-type
                     move chg-old-product-type to product-out
                     move chg-new-product-type to product-out-2
                     move spaces to history-line
                     string "      PRODUCT  " product-out
                            " TO " product-out-2
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-old-customer-number not =
                     chg-new-customer-number
                     move chg-old-customer-number to customer-out
                     move chg-new-customer-number to customer-out-2
                     move spaces to history-line
                     string "      CUSTOMER " customer-out
                            " TO " customer-out-2
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-old-maturity-date not = chg-new-maturity-date
                     move chg-old-maturity-date to date-out
                     move chg-new-maturity-date to date-out-2
                     move spaces to history-line
                     string "      MATURITY " date-out
                            " TO " date-out-2
                            delimited by size into history-line
                     perform put-change-line
              end-if
              if chg-lines-listed = 0
                     move spaces to history-line
                     string "      NO FIGURE MOVED - TERMS, NAME OR "
                            "MONTH-END STAMP ONLY"
                            delimited by size into history-line
                     perform put-history-line
              end-if.

       put-change-line.
              add 1 to chg-lines-listed
              perform put-history-line.

       write-inquiry-totals.
              perform put-blank-line
              move "PROJECTIONS LOGGED:" to hist-label
              move projections-listed to count-out
              perform write-count-line
              move "GL POSTINGS:" to hist-label
              move postings-listed to count-out
              perform write-count-line
              move "  OF WHICH REVERSED:" to hist-label
              move postings-reversed to count-out
              perform write-count-line
              move "MONTH-END INTEREST CREDITS:" to hist-label
              move accruals-listed to count-out
              perform write-count-line
              move "  OF WHICH REVERSED:" to hist-label
              move accruals-reversed to count-out
              perform write-count-line
              move "MASTER CHANGES:" to hist-label
              move changes-listed to count-out
              perform write-count-line
              move "CHANGES AWAITING APPROVAL:" to hist-label
              move pending-listed to count-out
              perform write-count-line
              move spaces to history-line
              if history-incomplete
                     string "** END OF HISTORY FOR ACCOUNT "
                            account-out
                            " - HISTORY INCOMPLETE, SEE ABOVE **"
                            delimited by size into history-line
              else
                     string "END OF HISTORY FOR ACCOUNT " account-out
                            delimited by size into history-line
              end-if
              perform put-history-line
              perform put-blank-line.

       write-count-line.
              move spaces to history-line
              string hist-label count-out
                     delimited by size into history-line
              perform put-history-line.

      *****************************************************************
      * PUT-HISTORY-LINE - every line goes to the screen, and to the  *
      * print file as well when the teller asked for a copy.          *
      *****************************************************************
       put-history-line.
              display history-line
              if print-requested
                     write hpr-line from history-line
              end-if.

       put-blank-line.
              move spaces to history-line
              perform put-history-line.

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
      * trailer counts the inquiries made and the history entries     *
      * listed.                                                       *
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
                     move "ACCTHIST" to rnh-program-id
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
                     move "ACCTHIST" to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move inquiries-made to rnh-records-read
                     move events-listed to rnh-records-written
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
