      *****************************************************************
      * EODROT                                                        *
      *                                                               *
      * End-of-day housekeeping for the files the nightly stream      *
      * and the counter programs leave behind.  Each file is rotated  *
      * by its own rule in the ROTATION-RULE-TABLE below:             *
      *                                                               *
      *   - SAVERR, ACCTPEND and GLRVPEND are replaced by the carry   *
      *     file written by the step that worked them - SAVERRNW      *
      *     from SAVFIX, ACCTPDNW from ACCTAPPR, GLRVPDNW from a      *
      *     GLREVRS approval (P) session.  Records added to the live  *
      *     file after that step read it (past the count on its       *
      *     trailer) are kept behind the carried records, so nothing  *
      *     rejected or keyed since is lost;                          *
      *   - SAVRCYC is cleared once SAVEDIT has merged it;            *
      *   - GLPOST, GLACCR, ACCTCHG, RATECHG and TIERCHG, which       *
      *     every writer opens EXTEND, are emptied once the steps     *
      *     that use them have run;                                   *
      *   - SAVRUNH keeps the stream date's records, and any later    *
      *     ones, so the day can still be reported; older records     *
      *     are moved out.                                            *
      *                                                               *
      * Before a file is touched, the records leaving it are saved    *
      * as a new dated generation on the file's own generation file   *
      * (SAVERRGN, SAVRCYGN, ACCTPEGN, GLRVPEGN, GLPOSTGN, GLACCRGN,  *
      * ACCTCHGN, RATECHGN, TIERCHGN, SAVRUNGN), each record          *
      * prefixed with the date and time of its generation.  The new   *
      * generation file is built on ROTWORK and read back to prove    *
      * its count before it is copied over the old one - the          *
      * SAVLOGMT rule that a failed copy never costs history.  Only   *
      * the newest generations are kept; the oldest drop off as new   *
      * ones arrive.                                                  *
      *                                                               *
      * A file is refused - left exactly as it is - when a step it    *
      * depends on has no clean trailer on SAVRUNH for the stream     *
      * date (it did not run, never wrote its trailer, or ended with  *
      * return code 8 or more), when one of its writers has a run     *
      * with no trailer (still signed on, or died mid-write), or      *
      * when a step that must follow its writers started before one   *
      * of them ended.  A carry-file rule whose step did not run at   *
      * all is simply not due, and a file already rotated since its   *
      * steps last ran is not rotated twice.                          *
      *                                                               *
      * The stream date (default today) and the number of             *
      * generations to keep (default 7) come from the optional        *
      * ROTPARM record.  ROTRPT lists each file with its record       *
      * counts before and after and the generation it was saved to,   *
      * or why it was left alone.                                     *
      *                                                               *
      * This run replaces the end-of-job copies and clears operations *
      * used to make by hand; they must not be made as well, or the   *
      * counts on the trailers no longer describe the live files.     *
      *                                                               *
      * Return code: 0 = every file rotated or not due, 4 = a file    *
      * was refused, 8 = could not run, or a copy failed part way -   *
      * ROTRPT names the file to restore and nothing after it is      *
      * touched.                                                      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   eodrot.

       environment division.
       input-output section.
       file-control.
           SELECT ERROR-ACCOUNTS ASSIGN TO "SAVERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.
           SELECT RECYCLE-ACCOUNTS ASSIGN TO "SAVRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "ACCTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-STATUS.
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "GLRVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLP-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-STATUS.
           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO "ACCTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACL-STATUS.
           SELECT RATE-CHANGE-LOG ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCL-STATUS.
           SELECT TIER-CHANGE-LOG ASSIGN TO "TIERCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCL-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.
           SELECT ERROR-CARRY-FILE ASSIGN TO "SAVERRNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECY-STATUS.
           SELECT PENDING-CARRY-FILE ASSIGN TO "ACCTPDNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCY-STATUS.
           SELECT REVERSAL-CARRY-FILE ASSIGN TO "GLRVPDNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCY-STATUS.
           SELECT ERROR-GENERATIONS ASSIGN TO "SAVERRGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EGN-STATUS.
           SELECT RECYCLE-GENERATIONS ASSIGN TO "SAVRCYGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YGN-STATUS.
           SELECT PENDING-GENERATIONS ASSIGN TO "ACCTPEGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PGN-STATUS.
           SELECT REVERSAL-GENERATIONS ASSIGN TO "GLRVPEGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VGN-STATUS.
           SELECT POSTING-GENERATIONS ASSIGN TO "GLPOSTGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GGN-STATUS.
           SELECT ACCRUAL-GENERATIONS ASSIGN TO "GLACCRGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGN-STATUS.
           SELECT CHANGE-GENERATIONS ASSIGN TO "ACCTCHGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGN-STATUS.
           SELECT RATE-GENERATIONS ASSIGN TO "RATECHGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RGN-STATUS.
           SELECT TIER-GENERATIONS ASSIGN TO "TIERCHGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TGN-STATUS.
           SELECT HISTORY-GENERATIONS ASSIGN TO "SAVRUNGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HGN-STATUS.
           SELECT ROTATION-WORK-FILE ASSIGN TO "ROTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS.
           SELECT ROTATION-PARM-FILE ASSIGN TO "ROTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPM-STATUS.
           SELECT ROTATION-REPORT ASSIGN TO "ROTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       data division.
       file section.

      *****************************************************************
      * The live files are copied whole, never looked into, so each   *
      * is read as a plain record wide enough for the widest of them  *
      * (GLRVPEND, 200 bytes).  SAVRUNH alone is laid out, since      *
      * this run writes its own header and trailer there and reads    *
      * the day's trailers from it.                                   *
      *****************************************************************
       FD  ERROR-ACCOUNTS.
       01  ERR-RECORD                  PIC X(200).

       FD  RECYCLE-ACCOUNTS.
       01  RCY-RECORD                  PIC X(200).

       FD  PENDING-CHANGE-FILE.
       01  PND-RECORD                  PIC X(200).

       FD  PENDING-REVERSAL-FILE.
       01  GRP-RECORD                  PIC X(200).

       FD  GL-POSTING-FILE.
       01  GLP-RECORD                  PIC X(200).

       FD  GL-ACCRUAL-FILE.
       01  GLA-RECORD                  PIC X(200).

       FD  ACCOUNT-CHANGE-LOG.
       01  ACL-RECORD                  PIC X(200).

       FD  RATE-CHANGE-LOG.
       01  RCL-RECORD                  PIC X(200).

       FD  TIER-CHANGE-LOG.
       01  TCL-RECORD                  PIC X(200).

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

      *****************************************************************
      * The carry files, written whole by the step that worked the    *
      * live file.                                                    *
      *****************************************************************
       FD  ERROR-CARRY-FILE.
       01  ECY-RECORD                  PIC X(200).

       FD  PENDING-CARRY-FILE.
       01  PCY-RECORD                  PIC X(200).

       FD  REVERSAL-CARRY-FILE.
       01  VCY-RECORD                  PIC X(200).

      *****************************************************************
      * The generation files.  Every record is a GENERATION-RECORD:   *
      * the 16-digit date and time of its generation, then the live   *
      * record as it was.  A generation is the run of records         *
      * carrying one stamp; the oldest are first on the file.         *
      *****************************************************************
       FD  ERROR-GENERATIONS.
       01  EGN-RECORD                  PIC X(216).

       FD  RECYCLE-GENERATIONS.
       01  YGN-RECORD                  PIC X(216).

       FD  PENDING-GENERATIONS.
       01  PGN-RECORD                  PIC X(216).

       FD  REVERSAL-GENERATIONS.
       01  VGN-RECORD                  PIC X(216).

       FD  POSTING-GENERATIONS.
       01  GGN-RECORD                  PIC X(216).

       FD  ACCRUAL-GENERATIONS.
       01  CGN-RECORD                  PIC X(216).

       FD  CHANGE-GENERATIONS.
       01  AGN-RECORD                  PIC X(216).

       FD  RATE-GENERATIONS.
       01  RGN-RECORD                  PIC X(216).

       FD  TIER-GENERATIONS.
       01  TGN-RECORD                  PIC X(216).

       FD  HISTORY-GENERATIONS.
       01  HGN-RECORD                  PIC X(216).

      *****************************************************************
      * ROTATION-WORK-FILE - where a new generation file, or a new    *
      * live file, is built and proven before it is copied into       *
      * place.  After a failed copy it holds what should have been    *
      * copied.                                                       *
      *****************************************************************
       FD  ROTATION-WORK-FILE.
       01  WRK-RECORD                  PIC X(216).

      *****************************************************************
      * ROTATION-PARM-FILE - optional one-record parameter file.      *
      * Zeros mean "take the default": today's stream, and seven      *
      * generations of each file.                                     *
      *****************************************************************
       FD  ROTATION-PARM-FILE.
       01  RPM-RECORD.
           05  RPM-STREAM-DATE         PIC 9(8).
           05  RPM-GENERATIONS-KEPT    PIC 9(3).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * ROTATION-REPORT - the printed rotation listing.               *
      *****************************************************************
       FD  ROTATION-REPORT.
       01  ROT-LINE                    PIC X(80).

       working-storage section.

       01  ROTATION-FIELDS.
           05  STREAM-DATE             PIC 9(8).
           05  GENERATIONS-TO-KEEP     PIC 9(3) USAGE COMP.
           05  RULE-SUB                PIC 9(2) USAGE COMP.
           05  STEP-SUB                PIC 9(2) USAGE COMP.
           05  WRITER-SUB              PIC 9(2) USAGE COMP.
           05  MATCH-ENTRY-NUMBER      PIC 9(3) USAGE COMP.
           05  CHECK-PROGRAM-ID        PIC X(08).
           05  CHECK-RUN-MODE          PIC X(01).
           05  REQUIRED-PROGRAM-ID     PIC X(08).
           05  REQUIRED-STEPS-FOUND    PIC 9(2) USAGE COMP.
           05  EARLIEST-REQUIRED-START PIC 9(8).
           05  EARLIEST-REQUIRED-ID    PIC X(08).
           05  LATEST-REQUIRED-END     PIC 9(8).
           05  LATEST-WRITER-END       PIC 9(8).
           05  LATEST-WRITER-ID        PIC X(08).
           05  TAIL-START-RECORD       PIC 9(9) USAGE COMP.
           05  LIVE-RECORD-NUMBER      PIC 9(9) USAGE COMP.
           05  LIVE-RECORD-DATE        PIC 9(8).
           05  ROTATION-TIME           PIC 9(8).
           05  NEW-GENERATION-STAMP    PIC 9(16).
           05  LAST-GENERATION-STAMP   PIC 9(16).
           05  PRIOR-GENERATION-STAMP  PIC 9(16).
           05  REQUIRED-STAMP          PIC 9(16).
           05  GENERATION-NUMBER       PIC 9(5) USAGE COMP.
           05  GENERATIONS-ON-FILE     PIC 9(5) USAGE COMP.
           05  GENERATIONS-TO-DROP     PIC 9(5) USAGE COMP.
           05  REFUSE-REASON           PIC X(66).
           05  FILE-RESULT-SW          PIC X(01).
               88  FILE-DUE                VALUE "D".
               88  FILE-ROTATED            VALUE "R".
               88  FILE-NOT-DUE            VALUE "N".
               88  FILE-REFUSED            VALUE "X".
               88  FILE-FAILED             VALUE "F".
           05  RESULT-WORD             PIC X(08).

       01  FILE-COUNTERS.
           05  LIVE-RECORDS-BEFORE     PIC 9(9) USAGE COMP VALUE ZERO.
           05  LIVE-RECORDS-AFTER      PIC 9(9) USAGE COMP VALUE ZERO.
           05  RECORDS-TO-SAVE         PIC 9(9) USAGE COMP VALUE ZERO.
           05  RECORDS-SAVED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  CARRY-RECORDS           PIC 9(9) USAGE COMP VALUE ZERO.
           05  TAIL-RECORDS-KEPT       PIC 9(9) USAGE COMP VALUE ZERO.
           05  WORK-RECORDS-WRITTEN    PIC 9(9) USAGE COMP VALUE ZERO.
           05  WORK-RECORDS-VERIFIED   PIC 9(9) USAGE COMP VALUE ZERO.
           05  RECORDS-COPIED          PIC 9(9) USAGE COMP VALUE ZERO.

       01  ROTATION-COUNTERS.
           05  HISTORY-RECORDS-READ    PIC 9(9) USAGE COMP VALUE ZERO.
           05  FILES-ROTATED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  FILES-NOT-DUE           PIC 9(9) USAGE COMP VALUE ZERO.
           05  FILES-REFUSED           PIC 9(9) USAGE COMP VALUE ZERO.
           05  FILES-FAILED            PIC 9(9) USAGE COMP VALUE ZERO.
           05  TOTAL-RECORDS-BEFORE    PIC 9(9) USAGE COMP VALUE ZERO.
           05  TOTAL-RECORDS-SAVED     PIC 9(9) USAGE COMP VALUE ZERO.
           05  TOTAL-GENERATIONS-DROPPED
                                       PIC 9(9) USAGE COMP VALUE ZERO.

       01  DISP-FIELDS.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  COUNT-OUT-2             PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  TIME-OUT                PIC 9(8) USAGE DISPLAY.
           05  RC-OUT                  PIC ZZZ9 USAGE DISPLAY.
           05  GENS-OUT                PIC ZZ,ZZ9 USAGE DISPLAY.
           05  GENS-OUT-2              PIC ZZ,ZZ9 USAGE DISPLAY.
           05  ROT-LABEL               PIC X(28) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-HISTORY-SW         PIC X(01) VALUE "Y".
               88  MORE-HISTORY-RECS       VALUE "Y".
               88  NO-MORE-HISTORY-RECS    VALUE "N".
           05  MORE-LIVE-SW            PIC X(01) VALUE "Y".
               88  MORE-LIVE-RECS          VALUE "Y".
               88  NO-MORE-LIVE-RECS       VALUE "N".
           05  MORE-CARRY-SW           PIC X(01) VALUE "Y".
               88  MORE-CARRY-RECS         VALUE "Y".
               88  NO-MORE-CARRY-RECS      VALUE "N".
           05  MORE-GEN-SW             PIC X(01) VALUE "Y".
               88  MORE-GEN-RECS           VALUE "Y".
               88  NO-MORE-GEN-RECS        VALUE "N".
           05  MORE-WORK-SW            PIC X(01) VALUE "Y".
               88  MORE-WORK-RECS          VALUE "Y".
               88  NO-MORE-WORK-RECS       VALUE "N".
           05  LIVE-OPEN-SW            PIC X(01) VALUE "N".
               88  LIVE-FILE-IS-OPEN       VALUE "Y".
           05  CARRY-OPEN-SW           PIC X(01) VALUE "N".
               88  CARRY-FILE-IS-OPEN      VALUE "Y".
           05  GEN-OPEN-SW             PIC X(01) VALUE "N".
               88  GEN-FILE-IS-OPEN        VALUE "Y".
           05  LIVE-ERROR-SW           PIC X(01) VALUE "N".
               88  LIVE-FILE-ERROR         VALUE "Y".
           05  CARRY-ERROR-SW          PIC X(01) VALUE "N".
               88  CARRY-FILE-ERROR        VALUE "Y".
           05  GEN-ERROR-SW            PIC X(01) VALUE "N".
               88  GEN-FILE-ERROR          VALUE "Y".
           05  WORK-ERROR-SW           PIC X(01) VALUE "N".
               88  WORK-FILE-ERROR         VALUE "Y".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  STEP-OVERFLOW-SW        PIC X(01) VALUE "N".
               88  STEP-TABLE-OVERFLOWED   VALUE "Y".
           05  ROTATION-STOP-SW        PIC X(01) VALUE "N".
               88  ROTATION-STOPPED        VALUE "Y".
           05  STEP-WRITES-SW          PIC X(01) VALUE "N".
               88  REQUIRED-STEP-WRITES    VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  ERR-STATUS              PIC X(02).
           05  RCY-STATUS              PIC X(02).
           05  PND-STATUS              PIC X(02).
           05  GRP-STATUS              PIC X(02).
           05  GLP-STATUS              PIC X(02).
           05  ACL-STATUS              PIC X(02).
           05  GLA-STATUS              PIC X(02).
           05  RCL-STATUS              PIC X(02).
           05  TCL-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).
           05  ECY-STATUS              PIC X(02).
           05  PCY-STATUS              PIC X(02).
           05  VCY-STATUS              PIC X(02).
           05  EGN-STATUS              PIC X(02).
           05  YGN-STATUS              PIC X(02).
           05  PGN-STATUS              PIC X(02).
           05  VGN-STATUS              PIC X(02).
           05  GGN-STATUS              PIC X(02).
           05  CGN-STATUS              PIC X(02).
           05  AGN-STATUS              PIC X(02).
           05  RGN-STATUS              PIC X(02).
           05  TGN-STATUS              PIC X(02).
           05  HGN-STATUS              PIC X(02).
           05  WRK-STATUS              PIC X(02).
           05  RPM-STATUS              PIC X(02).
           05  RPT-STATUS              PIC X(02).
           05  LIVE-STATUS             PIC X(02).
           05  CARRY-STATUS            PIC X(02).
           05  GEN-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).

       01  RUN-HISTORY-FIELDS.
           05  RUN-START-TIME          PIC 9(8) VALUE ZERO.
           05  RUN-END-TIME            PIC 9(8) VALUE ZERO.
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".
           05  RUNH-PAUSED-SW          PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-PAUSED   VALUE "Y".

      *****************************************************************
      * GENERATION-RECORD - one record of a generation file, and the  *
      * record every copy in this program passes through.  GEN-DATA   *
      * holds the live record; the stamp is the date and time of the  *
      * generation it belongs to.                                     *
      *****************************************************************
       01  GENERATION-RECORD.
           05  GEN-STAMP.
               10  GEN-DATE            PIC 9(8).
               10  GEN-TIME            PIC 9(8).
           05  GEN-STAMP-NUMBER REDEFINES GEN-STAMP
                                       PIC 9(16).
           05  GEN-DATA                PIC X(200).

      *****************************************************************
      * STEP-TABLE - the stream date's run headers in the order they  *
      * hit SAVRUNH, each completed by its trailer when one arrives   *
      * (the SAVOPSRP match: same program, same start time).  Run     *
      * modes are held in upper case.                                 *
      *****************************************************************
       01  STEP-TABLE.
           05  STEP-COUNT              PIC 9(3) USAGE COMP VALUE ZERO.
           05  STEP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON STEP-COUNT
                   INDEXED BY ST-IDX.
               10  ST-PROGRAM-ID       PIC X(08).
               10  ST-RUN-MODE         PIC X(01).
               10  ST-START-TIME       PIC 9(8).
               10  ST-END-TIME         PIC 9(8).
               10  ST-RECORDS-READ     PIC 9(9).
               10  ST-RETURN-CODE      PIC 9(4).
               10  ST-COMPLETED-SW     PIC X(01).

      *****************************************************************
      * ROTATION-RULE-TABLE - one entry per file, in the order they   *
      * are rotated.  Each entry is the live file, its generation     *
      * file, its carry file, the action and the order switch, then   *
      * up to five steps - program, run mode (space = any) and kind:  *
      *                                                               *
      *   action C = replace from the carry file, keeping live        *
      *              records past the count the required step read;   *
      *          E = empty the file;                                  *
      *          H = keep records of the stream date and later.       *
      *   order  Y = every required step must have started after      *
      *              the last writer run ended.  A required step      *
      *              that is also a writer of the file (SAVINGS on    *
      *              GLPOST) is left out - its own runs are checked   *
      *              as a writer.                                     *
      *   kind   R = required - its last run on the stream date must  *
      *              have a trailer with a return code under 8;       *
      *          W = writer - every run on the stream date must have  *
      *              a trailer.                                       *
      *                                                               *
      * SAVRUNH is last, so the day's history is complete before it   *
      * is cut.                                                       *
      *****************************************************************
       01  ROTATION-RULE-VALUES.
           05  FILLER                  PIC X(26) VALUE
                   "SAVERR  SAVERRGNSAVERRNWCN".
           05  FILLER                  PIC X(10) VALUE "SAVFIX   R".
           05  FILLER                  PIC X(10) VALUE "SAVEDIT  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "SAVRCYC SAVRCYGN        EY".
           05  FILLER                  PIC X(10) VALUE "SAVEDIT  R".
           05  FILLER                  PIC X(10) VALUE "SAVFIX   W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "ACCTPENDACCTPEGNACCTPDNWCN".
           05  FILLER                  PIC X(10) VALUE "ACCTAPPR R".
           05  FILLER                  PIC X(10) VALUE "ACCTMNT  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "GLRVPENDGLRVPEGNGLRVPDNWCN".
           05  FILLER                  PIC X(10) VALUE "GLREVRS PR".
           05  FILLER                  PIC X(10) VALUE "GLREVRS  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "GLPOST  GLPOSTGN        EY".
           05  FILLER                  PIC X(10) VALUE "SAVINGS BR".
           05  FILLER                  PIC X(10) VALUE "SAVGLIF  R".
           05  FILLER                  PIC X(10) VALUE "SAVRECON R".
           05  FILLER                  PIC X(10) VALUE "SAVINGS  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "GLACCR  GLACCRGN        EY".
           05  FILLER                  PIC X(10) VALUE "SAVGLIF  R".
           05  FILLER                  PIC X(10) VALUE "SAVCAP   W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "ACCTCHG ACCTCHGN        EY".
           05  FILLER                  PIC X(10) VALUE "ACCTMAT  W".
           05  FILLER                  PIC X(10) VALUE "CHGAUDIT R".
           05  FILLER                  PIC X(10) VALUE "ACCTMNT  W".
           05  FILLER                  PIC X(10) VALUE "ACCTAPPR W".
           05  FILLER                  PIC X(10) VALUE "SAVCAP   W".
           05  FILLER                  PIC X(26) VALUE
                   "RATECHG RATECHGN        EY".
           05  FILLER                  PIC X(10) VALUE "TERMNOTE R".
           05  FILLER                  PIC X(10) VALUE "RATEMNT  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "TIERCHG TIERCHGN        EY".
           05  FILLER                  PIC X(10) VALUE "TERMNOTE R".
           05  FILLER                  PIC X(10) VALUE "TIERMNT  W".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
                   "SAVRUNH SAVRUNGN        HN".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  ROTATION-RULE-TABLE REDEFINES ROTATION-RULE-VALUES.
           05  ROTATION-RULE OCCURS 10 TIMES.
               10  RL-FILE-NAME        PIC X(08).
               10  RL-GENERATION-NAME  PIC X(08).
               10  RL-CARRY-NAME       PIC X(08).
               10  RL-ACTION           PIC X(01).
                   88  RL-REPLACE-FROM-CARRY   VALUE "C".
                   88  RL-EMPTY-FILE           VALUE "E".
                   88  RL-KEEP-STREAM-HISTORY  VALUE "H".
               10  RL-ORDER-SW         PIC X(01).
                   88  RL-STEPS-FOLLOW-WRITERS VALUE "Y".
               10  RL-STEP OCCURS 5 TIMES.
                   15  RL-STEP-PROGRAM PIC X(08).
                   15  RL-STEP-MODE    PIC X(01).
                   15  RL-STEP-KIND    PIC X(01).
                       88  RL-STEP-REQUIRED    VALUE "R".
                       88  RL-STEP-WRITER      VALUE "W".

       procedure division.
       main-line.
              initialize rotation-fields
              initialize rotation-counters
              initialize disp-fields
              initialize program-switches
              accept run-date from date yyyymmdd
              move run-date to stream-date
              move 7 to generations-to-keep
              perform write-run-header
              perform read-rotation-parms

              perform open-rotation-report
              if not report-is-open
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              perform pause-run-history
              perform load-run-history
              perform resume-run-history
              if step-table-overflowed
                     move spaces to rot-line
                     string "MORE THAN 500 RUNS ON THE STREAM DATE - "
                            "NOTHING ROTATED"
                            delimited by size into rot-line
                     write rot-line
                     close rotation-report
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if

              perform rotate-one-file
                     varying rule-sub from 1 by 1
                     until rule-sub > 10
              perform write-rotation-totals
              close rotation-report

              evaluate true
                  when files-failed > 0
                      move 8 to return-code
                  when files-refused > 0
                      move 4 to return-code
                  when other
                      continue
              end-evaluate
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * READ-ROTATION-PARMS - pick up the stream date and the number  *
      * of generations to keep when a ROTPARM record was supplied.    *
      * A stream date lets a run that slips past midnight still       *
      * check the day it belongs to.                                  *
      *****************************************************************
       read-rotation-parms.
              open input rotation-parm-file
              if rpm-status = "00"
                     read rotation-parm-file
                         at end continue
                     end-read
                     if rpm-status = "00"
                            if rpm-stream-date not = 0
                                   move rpm-stream-date to stream-date
                            end-if
                            if rpm-generations-kept not = 0
                                   move rpm-generations-kept
                                          to generations-to-keep
                            end-if
                     end-if
                     close rotation-parm-file
              end-if.

       open-rotation-report.
              open output rotation-report
              if rpt-status not = "00"
                     display "ROTRPT OPEN FAILED - STATUS " rpt-status
              else
                     move "Y" to report-opened-sw
                     move spaces to rot-line
                     string "END-OF-DAY FILE ROTATION"
                            "  RUN DATE: " run-date
                            delimited by size into rot-line
                     write rot-line
                     move stream-date to date-out
                     move generations-to-keep to gens-out
                     move spaces to rot-line
                     string "STREAM DATE " date-out
                            "  GENERATIONS KEPT PER FILE " gens-out
                            delimited by size into rot-line
                     write rot-line
                     move spaces to rot-line
                     write rot-line
              end-if.

      *****************************************************************
      * LOAD-RUN-HISTORY - the stream date's runs from SAVRUNH.  No   *
      * history at all leaves the table empty, and every file with a  *
      * required step is refused.                                     *
      *****************************************************************
       load-run-history.
              move "Y" to more-history-sw
              open input run-history-file
              if rnh-status not = "00"
                     display "SAVRUNH OPEN FAILED - STATUS "
                            rnh-status " - NO RUN HISTORY TO CHECK."
                     move "N" to more-history-sw
              else
                     read run-history-file
                         at end move "N" to more-history-sw
                     end-read
              end-if
              perform store-history-record
                     until no-more-history-recs
              if rnh-status not = "35"
                     close run-history-file
              end-if.

       store-history-record.
              add 1 to history-records-read
              if rnh-run-date = stream-date
                     if rnh-record-type = "H"
                            perform store-step-header
                     else
                            perform apply-step-trailer
                     end-if
              end-if
              read run-history-file
                  at end move "N" to more-history-sw
              end-read.

       store-step-header.
              if step-count >= 500
                     move "Y" to step-overflow-sw
              else
                     add 1 to step-count
                     move rnh-program-id
                            to st-program-id (step-count)
                     move rnh-run-mode to st-run-mode (step-count)
                     move rnh-start-time
                            to st-start-time (step-count)
                     move 0 to st-end-time (step-count)
                     move 0 to st-records-read (step-count)
                     move 0 to st-return-code (step-count)
                     move "N" to st-completed-sw (step-count)
              end-if.

      *****************************************************************
      * APPLY-STEP-TRAILER - a trailer completes the header carrying  *
      * the same program and start time; one whose header never made  *
      * it is stored as a completed run of its own.                   *
      *****************************************************************
       apply-step-trailer.
              move 0 to match-entry-number
              perform find-step-header
                     varying st-idx from 1 by 1
                     until st-idx > step-count
                            or match-entry-number not = 0
              if match-entry-number = 0
                     perform store-step-header
                     if step-count > 0 and not step-table-overflowed
                            move step-count to match-entry-number
                     end-if
              end-if
              if match-entry-number not = 0
                     move rnh-run-mode
                            to st-run-mode (match-entry-number)
                     inspect st-run-mode (match-entry-number)
                            converting "abcdefghijklmnopqrstuvwxyz"
                            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     move rnh-end-time
                            to st-end-time (match-entry-number)
                     move rnh-records-read
                            to st-records-read (match-entry-number)
                     move rnh-return-code
                            to st-return-code (match-entry-number)
                     move "Y" to st-completed-sw
                            (match-entry-number)
              end-if.

       find-step-header.
              if st-program-id (st-idx) = rnh-program-id and
                     st-start-time (st-idx) = rnh-start-time and
                     st-completed-sw (st-idx) = "N"
                     set match-entry-number to st-idx
              end-if.

      *****************************************************************
      * ROTATE-ONE-FILE - count the live file, look at its            *
      * generations, check its steps, and rotate it if it is due.     *
      * While SAVRUNH itself is in hand this run's own history entry  *
      * is closed, and opened again behind it.                        *
      *****************************************************************
       rotate-one-file.
              initialize file-counters
              move "D" to file-result-sw
              move spaces to refuse-reason
              move 0 to generations-on-file
              move 0 to generations-to-drop
              move 0 to last-generation-stamp
              if rl-keep-stream-history (rule-sub)
                     perform pause-run-history
              end-if
              if rotation-stopped
                     move "X" to file-result-sw
                     move "NOT TOUCHED - AN EARLIER FILE FAILED"
                            to refuse-reason
              else
                     perform count-live-records
                     if file-due
                            perform scan-generation-file
                     end-if
                     if file-due
                            perform check-rotation-rules
                     end-if
                     if file-due and rl-replace-from-carry (rule-sub)
                            perform count-carry-records
                     end-if
                     if file-due
                            perform rotate-this-file
                     end-if
              end-if
              if not file-rotated
                     move live-records-before to live-records-after
              end-if
              if rl-keep-stream-history (rule-sub)
                     perform resume-run-history
              end-if
              perform report-one-file
              add live-records-before to total-records-before
              add records-saved to total-records-saved
              evaluate true
                  when file-rotated
                      add 1 to files-rotated
                      add generations-to-drop
                             to total-generations-dropped
                  when file-not-due
                      add 1 to files-not-due
                  when file-failed
                      add 1 to files-failed
                      move "Y" to rotation-stop-sw
                  when other
                      add 1 to files-refused
              end-evaluate.

      *****************************************************************
      * COUNT-LIVE-RECORDS - records on the live file now, and how    *
      * many of them would leave it.  A file that does not exist is   *
      * an empty one.                                                 *
      *****************************************************************
       count-live-records.
              move "N" to live-error-sw
              move "Y" to more-live-sw
              perform open-live-input
              if live-status = "35"
                     move "N" to more-live-sw
              else
                     if live-status not = "00"
                            move "N" to more-live-sw
                            move "Y" to live-error-sw
                     else
                            perform read-live-record
                     end-if
              end-if
              perform count-one-live-record until no-more-live-recs
              perform close-live-file
              if live-file-error
                     move "X" to file-result-sw
                     move spaces to refuse-reason
                     string rl-file-name (rule-sub) delimited by space
                            " COULD NOT BE READ - STATUS " live-status
                            delimited by size into refuse-reason
              end-if.

       count-one-live-record.
              add 1 to live-records-before
              if rl-keep-stream-history (rule-sub)
                     if live-record-date < stream-date
                            add 1 to records-to-save
                     end-if
              else
                     add 1 to records-to-save
              end-if
              perform read-live-record.

      *****************************************************************
      * SCAN-GENERATION-FILE - how many generations the file holds    *
      * and the stamp of the newest.                                  *
      *****************************************************************
       scan-generation-file.
              move "N" to gen-error-sw
              move "Y" to more-gen-sw
              move 0 to prior-generation-stamp
              perform open-gen-input
              if gen-status = "35"
                     move "N" to more-gen-sw
              else
                     if gen-status not = "00"
                            move "N" to more-gen-sw
                            move "Y" to gen-error-sw
                     else
                            perform read-gen-record
                     end-if
              end-if
              perform count-one-generation until no-more-gen-recs
              perform close-gen-file
              move prior-generation-stamp to last-generation-stamp
              if gen-file-error
                     move "X" to file-result-sw
                     move spaces to refuse-reason
                     string rl-generation-name (rule-sub)
                            delimited by space
                            " COULD NOT BE READ - STATUS " gen-status
                            delimited by size into refuse-reason
              end-if.

       count-one-generation.
              if gen-stamp-number not = prior-generation-stamp
                     add 1 to generations-on-file
                     move gen-stamp-number to prior-generation-stamp
              end-if
              perform read-gen-record.

      *****************************************************************
      * CHECK-ROTATION-RULES - every step of the rule is checked on   *
      * the stream date's history, then the order rule, the           *
      * already-rotated rule, and for a carry rule that the live      *
      * file still holds at least what its step read.                 *
      *****************************************************************
       check-rotation-rules.
              move 0 to required-steps-found
              move 99999999 to earliest-required-start
              move spaces to earliest-required-id
              move 0 to latest-required-end
              move 0 to latest-writer-end
              move spaces to latest-writer-id
              move spaces to required-program-id
              move 0 to tail-start-record
              perform check-one-step
                     varying step-sub from 1 by 1
                     until step-sub > 5 or not file-due

              if file-due and rl-steps-follow-writers (rule-sub)
                     and required-steps-found > 0
                     and latest-writer-end > 0
                     and earliest-required-start
                            not > latest-writer-end
                     move "X" to file-result-sw
                     move spaces to refuse-reason
                     string earliest-required-id delimited by space
                            " HAS NOT RUN SINCE " delimited by size
                            latest-writer-id delimited by space
                            " LAST ENDED"
                            delimited by size into refuse-reason
              end-if

              if file-due and required-steps-found > 0
                     and generations-on-file > 0
                     compute required-stamp =
                            stream-date * 100000000
                            + latest-required-end
                     if last-generation-stamp > required-stamp
                            move "N" to file-result-sw
                            move spaces to refuse-reason
                            string "ALREADY ROTATED SINCE "
                                   delimited by size
                                   required-program-id
                                   delimited by space
                                   " LAST RAN"
                                   delimited by size
                                   into refuse-reason
                     end-if
              end-if

              if file-due and rl-replace-from-carry (rule-sub)
                     and live-records-before < tail-start-record
                     move "X" to file-result-sw
                     move spaces to refuse-reason
                     string rl-file-name (rule-sub) delimited by space
                            " HOLDS FEWER RECORDS THAN "
                            delimited by size
                            required-program-id delimited by space
                            " READ"
                            delimited by size into refuse-reason
              end-if.

       check-one-step.
              if rl-step-program (rule-sub, step-sub) not = spaces
                     move rl-step-program (rule-sub, step-sub)
                            to check-program-id
                     move rl-step-mode (rule-sub, step-sub)
                            to check-run-mode
                     if rl-step-required (rule-sub, step-sub)
                            perform check-required-step
                     else
                            perform check-writer-step
                     end-if
              end-if.

      *****************************************************************
      * CHECK-REQUIRED-STEP - the step's last run on the stream date  *
      * (in the mode named, when one is) must have finished with a    *
      * return code under 8.  For a carry rule its trailer also says  *
      * how far into the live file it read.                           *
      *****************************************************************
       check-required-step.
              move check-program-id to required-program-id
              move 0 to match-entry-number
              perform find-latest-run
                     varying st-idx from 1 by 1
                     until st-idx > step-count
              evaluate true
                  when match-entry-number = 0
                      if rl-replace-from-carry (rule-sub)
                             move "N" to file-result-sw
                             move spaces to refuse-reason
                             string check-program-id delimited by space
                                    " DID NOT RUN - NOTHING TO CARRY"
                                    delimited by size
                                    into refuse-reason
                      else
                             move "X" to file-result-sw
                             move spaces to refuse-reason
                             string check-program-id delimited by space
                                    " HAS NO RUN ON THE STREAM DATE"
                                    delimited by size
                                    into refuse-reason
                      end-if
                  when st-completed-sw (match-entry-number) = "N"
                      move "X" to file-result-sw
                      move st-start-time (match-entry-number)
                             to time-out
                      move spaces to refuse-reason
                      string check-program-id delimited by space
                             " RUN STARTED " time-out
                             " HAS NO TRAILER"
                             delimited by size into refuse-reason
                  when st-return-code (match-entry-number) >= 8
                      move "X" to file-result-sw
                      move st-return-code (match-entry-number)
                             to rc-out
                      move spaces to refuse-reason
                      string check-program-id delimited by space
                             " ENDED RETURN CODE " rc-out
                             delimited by size into refuse-reason
                  when other
                      add 1 to required-steps-found
                      move "N" to step-writes-sw
                      perform find-writer-entry
                             varying writer-sub from 1 by 1
                             until writer-sub > 5
                      if st-start-time (match-entry-number)
                             < earliest-required-start
                         and not required-step-writes
                             move st-start-time (match-entry-number)
                                    to earliest-required-start
                             move check-program-id
                                    to earliest-required-id
                      end-if
                      if st-end-time (match-entry-number)
                             > latest-required-end
                             move st-end-time (match-entry-number)
                                    to latest-required-end
                      end-if
                      if rl-replace-from-carry (rule-sub)
                             move st-records-read (match-entry-number)
                                    to tail-start-record
                      end-if
              end-evaluate.

       find-writer-entry.
              if rl-step-program (rule-sub, writer-sub)
                            = check-program-id
                     and rl-step-writer (rule-sub, writer-sub)
                     move "Y" to step-writes-sw
              end-if.

       find-latest-run.
              if st-program-id (st-idx) = check-program-id and
                     (check-run-mode = space or
                      st-run-mode (st-idx) = check-run-mode)
                     set match-entry-number to st-idx
              end-if.

      *****************************************************************
      * CHECK-WRITER-STEP - every run of a writer on the stream date  *
      * must have its trailer; one without is still running or died   *
      * part way through a write.  The latest end is kept for the     *
      * order rule.                                                   *
      *****************************************************************
       check-writer-step.
              perform check-one-writer-run
                     varying st-idx from 1 by 1
                     until st-idx > step-count or not file-due.

       check-one-writer-run.
              if st-program-id (st-idx) = check-program-id
                     if st-completed-sw (st-idx) = "N"
                            move "X" to file-result-sw
                            move st-start-time (st-idx) to time-out
                            move spaces to refuse-reason
                            string check-program-id delimited by space
                                   " RUN STARTED " time-out
                                   " HAS NO TRAILER"
                                   delimited by size
                                   into refuse-reason
                     else
                            if st-end-time (st-idx) > latest-writer-end
                                   move st-end-time (st-idx)
                                          to latest-writer-end
                                   move check-program-id
                                          to latest-writer-id
                            end-if
                     end-if
              end-if.

      *****************************************************************
      * COUNT-CARRY-RECORDS - the carry file must be there and        *
      * readable before anything is touched.                          *
      *****************************************************************
       count-carry-records.
              move "N" to carry-error-sw
              move "Y" to more-carry-sw
              perform open-carry-input
              if carry-status not = "00"
                     move "N" to more-carry-sw
                     move "Y" to carry-error-sw
              else
                     perform read-carry-record
              end-if
              perform count-one-carry-record until no-more-carry-recs
              perform close-carry-file
              if carry-file-error
                     move "X" to file-result-sw
                     move spaces to refuse-reason
                     string rl-carry-name (rule-sub) delimited by space
                            " COULD NOT BE READ - STATUS "
                            carry-status
                            delimited by size into refuse-reason
              end-if.

       count-one-carry-record.
              add 1 to carry-records
              perform read-carry-record.

      *****************************************************************
      * ROTATE-THIS-FILE - save what leaves the file as a new         *
      * generation, then rebuild the live file by the rule.  A file   *
      * with nothing leaving it gets no generation.                   *
      *****************************************************************
       rotate-this-file.
              accept rotation-time from time
              compute new-generation-stamp =
                     run-date * 100000000 + rotation-time
              if records-to-save > 0
                     perform save-generation
              end-if
              if file-due
                     evaluate true
                         when rl-empty-file (rule-sub)
                             perform empty-live-file
                         when rl-replace-from-carry (rule-sub)
                             perform build-carry-work
                             if file-due
                                    perform copy-work-over-live
                             end-if
                         when other
                             perform build-history-work
                             if file-due
                                    perform copy-work-over-live
                             end-if
                     end-evaluate
              end-if
              if file-due
                     move "R" to file-result-sw
              end-if.

      *****************************************************************
      * SAVE-GENERATION - ROTWORK gets the generations being kept,    *
      * then the records leaving the live file under the new stamp.   *
      * Once ROTWORK is proven it is copied over the generation       *
      * file.                                                         *
      *****************************************************************
       save-generation.
              if generations-on-file >= generations-to-keep
                     compute generations-to-drop =
                            generations-on-file + 1
                            - generations-to-keep
              else
                     move 0 to generations-to-drop
              end-if
              move 0 to work-records-written
              move "N" to work-error-sw
              open output rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK OPEN FAILED - STATUS " wrk-status
                            " - NOTHING TOUCHED"
                            delimited by size into refuse-reason
              else
                     perform copy-kept-generations
                     if file-due
                            perform copy-leaving-records
                     end-if
                     close rotation-work-file
              end-if
              if file-due
                     perform verify-work-file
              end-if
              if file-due
                     perform copy-work-over-generations
              end-if
              if file-due
                     compute generations-on-file =
                            generations-on-file + 1
                            - generations-to-drop
              end-if.

       copy-kept-generations.
              move "N" to gen-error-sw
              move "Y" to more-gen-sw
              move 0 to generation-number
              move 0 to prior-generation-stamp
              perform open-gen-input
              if gen-status = "35"
                     move "N" to more-gen-sw
              else
                     if gen-status not = "00"
                            move "N" to more-gen-sw
                            move "Y" to gen-error-sw
                     else
                            perform read-gen-record
                     end-if
              end-if
              perform copy-one-kept-record until no-more-gen-recs
              perform close-gen-file
              if gen-file-error or work-file-error
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "GENERATIONS NOT COPIED TO ROTWORK - "
                            "NOTHING TOUCHED"
                            delimited by size into refuse-reason
              end-if.

       copy-one-kept-record.
              if gen-stamp-number not = prior-generation-stamp
                     add 1 to generation-number
                     move gen-stamp-number to prior-generation-stamp
              end-if
              if generation-number > generations-to-drop
                     perform write-work-record
              end-if
              if work-file-error
                     move "N" to more-gen-sw
              else
                     perform read-gen-record
              end-if.

       copy-leaving-records.
              move "N" to live-error-sw
              move "Y" to more-live-sw
              perform open-live-input
              if live-status = "35"
                     move "N" to more-live-sw
              else
                     if live-status not = "00"
                            move "N" to more-live-sw
                            move "Y" to live-error-sw
                     else
                            perform read-live-record
                     end-if
              end-if
              perform copy-one-leaving-record until no-more-live-recs
              perform close-live-file
              if live-file-error or work-file-error
                     or records-saved not = records-to-save
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string rl-file-name (rule-sub) delimited by space
                            " NOT COPIED TO ROTWORK - NOTHING TOUCHED"
                            delimited by size into refuse-reason
              end-if.

       copy-one-leaving-record.
              if rl-keep-stream-history (rule-sub)
                     and live-record-date not < stream-date
                     continue
              else
                     move new-generation-stamp to gen-stamp-number
                     perform write-work-record
                     if not work-file-error
                            add 1 to records-saved
                     end-if
              end-if
              if work-file-error
                     move "N" to more-live-sw
              else
                     perform read-live-record
              end-if.

      *****************************************************************
      * BUILD-CARRY-WORK - the new live file for a carry rule: the    *
      * carry file whole, then every live record past the count the   *
      * required step read.                                           *
      *****************************************************************
       build-carry-work.
              move 0 to work-records-written
              move 0 to tail-records-kept
              move "N" to work-error-sw
              open output rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK OPEN FAILED - STATUS " wrk-status
                            " - GENERATION SAVED, " delimited by size
                            rl-file-name (rule-sub) delimited by space
                            " UNTOUCHED"
                            delimited by size into refuse-reason
              else
                     perform copy-carry-to-work
                     if file-due
                            perform copy-tail-to-work
                     end-if
                     close rotation-work-file
              end-if
              if file-due
                     perform verify-work-file
              end-if.

       copy-carry-to-work.
              move "N" to carry-error-sw
              move "Y" to more-carry-sw
              perform open-carry-input
              if carry-status not = "00"
                     move "N" to more-carry-sw
                     move "Y" to carry-error-sw
              else
                     perform read-carry-record
              end-if
              perform copy-one-carry-record until no-more-carry-recs
              perform close-carry-file
              if carry-file-error or work-file-error
                     or work-records-written not = carry-records
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string rl-carry-name (rule-sub) delimited by space
                            " NOT COPIED TO ROTWORK - "
                            delimited by size
                            rl-file-name (rule-sub) delimited by space
                            " UNTOUCHED"
                            delimited by size into refuse-reason
              end-if.

       copy-one-carry-record.
              move 0 to gen-stamp-number
              perform write-work-record
              if work-file-error
                     move "N" to more-carry-sw
              else
                     perform read-carry-record
              end-if.

       copy-tail-to-work.
              move "N" to live-error-sw
              move "Y" to more-live-sw
              move 0 to live-record-number
              perform open-live-input
              if live-status = "35"
                     move "N" to more-live-sw
              else
                     if live-status not = "00"
                            move "N" to more-live-sw
                            move "Y" to live-error-sw
                     else
                            perform read-live-record
                     end-if
              end-if
              perform copy-one-tail-record until no-more-live-recs
              perform close-live-file
              if live-file-error or work-file-error
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string rl-file-name (rule-sub) delimited by space
                            " NOT COPIED TO ROTWORK - FILE UNTOUCHED"
                            delimited by size into refuse-reason
              end-if.

       copy-one-tail-record.
              add 1 to live-record-number
              if live-record-number > tail-start-record
                     move 0 to gen-stamp-number
                     perform write-work-record
                     if not work-file-error
                            add 1 to tail-records-kept
                     end-if
              end-if
              if work-file-error
                     move "N" to more-live-sw
              else
                     perform read-live-record
              end-if.

      *****************************************************************
      * BUILD-HISTORY-WORK - the new SAVRUNH: the records of the      *
      * stream date and later, in the order they were written.        *
      *****************************************************************
       build-history-work.
              move 0 to work-records-written
              move "N" to work-error-sw
              move "N" to live-error-sw
              move "Y" to more-live-sw
              open output rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK OPEN FAILED - STATUS " wrk-status
                            " - GENERATION SAVED, SAVRUNH UNTOUCHED"
                            delimited by size into refuse-reason
              else
                     perform open-live-input
                     if live-status = "35"
                            move "N" to more-live-sw
                     else
                            if live-status not = "00"
                                   move "N" to more-live-sw
                                   move "Y" to live-error-sw
                            else
                                   perform read-live-record
                            end-if
                     end-if
                     perform copy-one-staying-record
                            until no-more-live-recs
                     perform close-live-file
                     close rotation-work-file
                     if live-file-error or work-file-error
                            move "F" to file-result-sw
                            move spaces to refuse-reason
                            string "SAVRUNH NOT COPIED TO ROTWORK - "
                                   "GENERATION SAVED, FILE UNTOUCHED"
                                   delimited by size into refuse-reason
                     end-if
              end-if
              if file-due
                     perform verify-work-file
              end-if.

       copy-one-staying-record.
              if live-record-date not < stream-date
                     move 0 to gen-stamp-number
                     perform write-work-record
              end-if
              if work-file-error
                     move "N" to more-live-sw
              else
                     perform read-live-record
              end-if.

       write-work-record.
              move generation-record to wrk-record
              write wrk-record
              if wrk-status not = "00"
                     display "ROTWORK WRITE FAILED - STATUS " wrk-status
                     move "Y" to work-error-sw
              else
                     add 1 to work-records-written
              end-if.

      *****************************************************************
      * VERIFY-WORK-FILE - read ROTWORK back and prove every record   *
      * written to it is there before anything is overwritten.        *
      *****************************************************************
       verify-work-file.
              move 0 to work-records-verified
              open input rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK READBACK OPEN FAILED - STATUS "
                            wrk-status
                            delimited by size into refuse-reason
              else
                     move "Y" to more-work-sw
                     read rotation-work-file
                         at end move "N" to more-work-sw
                     end-read
                     perform count-work-record until no-more-work-recs
                     close rotation-work-file
                     if work-records-verified not = work-records-written
                            move "F" to file-result-sw
                            move spaces to refuse-reason
                            string "ROTWORK RECORD COUNT DOES NOT "
                                   "MATCH - NOT COPIED"
                                   delimited by size into refuse-reason
                     end-if
              end-if.

       count-work-record.
              add 1 to work-records-verified
              read rotation-work-file
                  at end move "N" to more-work-sw
              end-read.

      *****************************************************************
      * COPY-WORK-OVER-GENERATIONS - the proven ROTWORK replaces the  *
      * generation file.                                              *
      *****************************************************************
       copy-work-over-generations.
              move 0 to records-copied
              move "N" to gen-error-sw
              open input rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK READBACK OPEN FAILED - STATUS "
                            wrk-status
                            delimited by size into refuse-reason
              else
                     perform open-gen-output
                     if gen-status not = "00"
                            move "Y" to gen-error-sw
                     else
                            move "Y" to more-work-sw
                            read rotation-work-file
                                at end move "N" to more-work-sw
                            end-read
                            perform copy-one-generation-record
                                   until no-more-work-recs
                            perform close-gen-file
                     end-if
                     close rotation-work-file
                     if gen-file-error
                            or records-copied not = work-records-written
                            move "F" to file-result-sw
                            move spaces to refuse-reason
                            string rl-generation-name (rule-sub)
                                   delimited by space
                                   " REWRITE FAILED - RESTORE IT FROM "
                                   "ROTWORK"
                                   delimited by size into refuse-reason
                     end-if
              end-if.

       copy-one-generation-record.
              move wrk-record to generation-record
              perform write-gen-record
              if gen-file-error
                     move "N" to more-work-sw
              else
                     add 1 to records-copied
                     read rotation-work-file
                         at end move "N" to more-work-sw
                     end-read
              end-if.

      *****************************************************************
      * COPY-WORK-OVER-LIVE - the proven ROTWORK replaces the live    *
      * file.  Its old contents are already safe on the generation    *
      * file.                                                         *
      *****************************************************************
       copy-work-over-live.
              move 0 to records-copied
              move "N" to live-error-sw
              open input rotation-work-file
              if wrk-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string "ROTWORK READBACK OPEN FAILED - STATUS "
                            wrk-status
                            delimited by size into refuse-reason
              else
                     perform open-live-output
                     if live-status not = "00"
                            move "Y" to live-error-sw
                     else
                            move "Y" to more-work-sw
                            read rotation-work-file
                                at end move "N" to more-work-sw
                            end-read
                            perform copy-one-live-record
                                   until no-more-work-recs
                            perform close-live-file
                     end-if
                     close rotation-work-file
                     if live-file-error
                            or records-copied not = work-records-written
                            move "F" to file-result-sw
                            move spaces to refuse-reason
                            string rl-file-name (rule-sub)
                                   delimited by space
                                   " REWRITE FAILED - RESTORE IT FROM "
                                   "ROTWORK"
                                   delimited by size into refuse-reason
                     else
                            move records-copied to live-records-after
                     end-if
              end-if.

       copy-one-live-record.
              move wrk-record to generation-record
              perform write-live-record
              if live-file-error
                     move "N" to more-work-sw
              else
                     add 1 to records-copied
                     read rotation-work-file
                         at end move "N" to more-work-sw
                     end-read
              end-if.

       empty-live-file.
              move "N" to live-error-sw
              perform open-live-output
              if live-status not = "00"
                     move "F" to file-result-sw
                     move spaces to refuse-reason
                     string rl-file-name (rule-sub) delimited by space
                            " COULD NOT BE EMPTIED - STATUS "
                            live-status " - GENERATION SAVED"
                            delimited by size into refuse-reason
              else
                     perform close-live-file
                     move 0 to live-records-after
              end-if.

      *****************************************************************
      * OPEN-LIVE-INPUT / OPEN-LIVE-OUTPUT / READ-LIVE-RECORD /       *
      * WRITE-LIVE-RECORD / CLOSE-LIVE-FILE - the live file of the    *
      * rule in hand.  Every live record travels in GEN-DATA; a       *
      * SAVRUNH record also leaves its run date in LIVE-RECORD-DATE   *
      * for the rule that keeps the stream date's history.            *
      *****************************************************************
       open-live-input.
              evaluate rl-file-name (rule-sub)
                  when "SAVERR  "
                      open input error-accounts
                      move err-status to live-status
                  when "SAVRCYC "
                      open input recycle-accounts
                      move rcy-status to live-status
                  when "ACCTPEND"
                      open input pending-change-file
                      move pnd-status to live-status
                  when "GLRVPEND"
                      open input pending-reversal-file
                      move grp-status to live-status
                  when "GLPOST  "
                      open input gl-posting-file
                      move glp-status to live-status
                  when "GLACCR  "
                      open input gl-accrual-file
                      move gla-status to live-status
                  when "ACCTCHG "
                      open input account-change-log
                      move acl-status to live-status
                  when "RATECHG "
                      open input rate-change-log
                      move rcl-status to live-status
                  when "TIERCHG "
                      open input tier-change-log
                      move tcl-status to live-status
                  when "SAVRUNH "
                      open input run-history-file
                      move rnh-status to live-status
              end-evaluate
              if live-status = "00"
                     move "Y" to live-open-sw
              end-if.

       open-live-output.
              evaluate rl-file-name (rule-sub)
                  when "SAVERR  "
                      open output error-accounts
                      move err-status to live-status
                  when "SAVRCYC "
                      open output recycle-accounts
                      move rcy-status to live-status
                  when "ACCTPEND"
                      open output pending-change-file
                      move pnd-status to live-status
                  when "GLRVPEND"
                      open output pending-reversal-file
                      move grp-status to live-status
                  when "GLPOST  "
                      open output gl-posting-file
                      move glp-status to live-status
                  when "GLACCR  "
                      open output gl-accrual-file
                      move gla-status to live-status
                  when "ACCTCHG "
                      open output account-change-log
                      move acl-status to live-status
                  when "RATECHG "
                      open output rate-change-log
                      move rcl-status to live-status
                  when "TIERCHG "
                      open output tier-change-log
                      move tcl-status to live-status
                  when "SAVRUNH "
                      open output run-history-file
                      move rnh-status to live-status
              end-evaluate
              if live-status = "00"
                     move "Y" to live-open-sw
              end-if.

       read-live-record.
              evaluate rl-file-name (rule-sub)
                  when "SAVERR  "
                      read error-accounts
                          at end move "N" to more-live-sw
                      end-read
                      move err-status to live-status
                      move err-record to gen-data
                  when "SAVRCYC "
                      read recycle-accounts
                          at end move "N" to more-live-sw
                      end-read
                      move rcy-status to live-status
                      move rcy-record to gen-data
                  when "ACCTPEND"
                      read pending-change-file
                          at end move "N" to more-live-sw
                      end-read
                      move pnd-status to live-status
                      move pnd-record to gen-data
                  when "GLRVPEND"
                      read pending-reversal-file
                          at end move "N" to more-live-sw
                      end-read
                      move grp-status to live-status
                      move grp-record to gen-data
                  when "GLPOST  "
                      read gl-posting-file
                          at end move "N" to more-live-sw
                      end-read
                      move glp-status to live-status
                      move glp-record to gen-data
                  when "GLACCR  "
                      read gl-accrual-file
                          at end move "N" to more-live-sw
                      end-read
                      move gla-status to live-status
                      move gla-record to gen-data
                  when "ACCTCHG "
                      read account-change-log
                          at end move "N" to more-live-sw
                      end-read
                      move acl-status to live-status
                      move acl-record to gen-data
                  when "RATECHG "
                      read rate-change-log
                          at end move "N" to more-live-sw
                      end-read
                      move rcl-status to live-status
                      move rcl-record to gen-data
                  when "TIERCHG "
                      read tier-change-log
                          at end move "N" to more-live-sw
                      end-read
                      move tcl-status to live-status
                      move tcl-record to gen-data
                  when "SAVRUNH "
                      read run-history-file
                          at end move "N" to more-live-sw
                      end-read
                      move rnh-status to live-status
                      move rnh-record to gen-data
                      move rnh-run-date to live-record-date
              end-evaluate
              if live-status not = "00" and live-status not = "10"
                     move "N" to more-live-sw
                     move "Y" to live-error-sw
              end-if.

       write-live-record.
              evaluate rl-file-name (rule-sub)
                  when "SAVERR  "
                      move gen-data to err-record
                      write err-record
                      move err-status to live-status
                  when "SAVRCYC "
                      move gen-data to rcy-record
                      write rcy-record
                      move rcy-status to live-status
                  when "ACCTPEND"
                      move gen-data to pnd-record
                      write pnd-record
                      move pnd-status to live-status
                  when "GLRVPEND"
                      move gen-data to grp-record
                      write grp-record
                      move grp-status to live-status
                  when "GLPOST  "
                      move gen-data to glp-record
                      write glp-record
                      move glp-status to live-status
                  when "GLACCR  "
                      move gen-data to gla-record
                      write gla-record
                      move gla-status to live-status
                  when "ACCTCHG "
                      move gen-data to acl-record
                      write acl-record
                      move acl-status to live-status
                  when "RATECHG "
                      move gen-data to rcl-record
                      write rcl-record
                      move rcl-status to live-status
                  when "TIERCHG "
                      move gen-data to tcl-record
                      write tcl-record
                      move tcl-status to live-status
                  when "SAVRUNH "
                      move gen-data to rnh-record
                      write rnh-record
                      move rnh-status to live-status
              end-evaluate
              if live-status not = "00"
                     move "Y" to live-error-sw
              end-if.

       close-live-file.
              if live-file-is-open
                     evaluate rl-file-name (rule-sub)
                         when "SAVERR  "
                             close error-accounts
                         when "SAVRCYC "
                             close recycle-accounts
                         when "ACCTPEND"
                             close pending-change-file
                         when "GLRVPEND"
                             close pending-reversal-file
                         when "GLPOST  "
                             close gl-posting-file
                         when "GLACCR  "
                             close gl-accrual-file
                         when "ACCTCHG "
                             close account-change-log
                         when "RATECHG "
                             close rate-change-log
                         when "TIERCHG "
                             close tier-change-log
                         when "SAVRUNH "
                             close run-history-file
                     end-evaluate
                     move "N" to live-open-sw
              end-if.

      *****************************************************************
      * OPEN-CARRY-INPUT / READ-CARRY-RECORD / CLOSE-CARRY-FILE -     *
      * the carry file of a rule that replaces its live file.         *
      *****************************************************************
       open-carry-input.
              evaluate rl-carry-name (rule-sub)
                  when "SAVERRNW"
                      open input error-carry-file
                      move ecy-status to carry-status
                  when "ACCTPDNW"
                      open input pending-carry-file
                      move pcy-status to carry-status
                  when "GLRVPDNW"
                      open input reversal-carry-file
                      move vcy-status to carry-status
              end-evaluate
              if carry-status = "00"
                     move "Y" to carry-open-sw
              end-if.

       read-carry-record.
              evaluate rl-carry-name (rule-sub)
                  when "SAVERRNW"
                      read error-carry-file
                          at end move "N" to more-carry-sw
                      end-read
                      move ecy-status to carry-status
                      move ecy-record to gen-data
                  when "ACCTPDNW"
                      read pending-carry-file
                          at end move "N" to more-carry-sw
                      end-read
                      move pcy-status to carry-status
                      move pcy-record to gen-data
                  when "GLRVPDNW"
                      read reversal-carry-file
                          at end move "N" to more-carry-sw
                      end-read
                      move vcy-status to carry-status
                      move vcy-record to gen-data
              end-evaluate
              if carry-status not = "00" and carry-status not = "10"
                     move "N" to more-carry-sw
                     move "Y" to carry-error-sw
              end-if.

       close-carry-file.
              if carry-file-is-open
                     evaluate rl-carry-name (rule-sub)
                         when "SAVERRNW"
                             close error-carry-file
                         when "ACCTPDNW"
                             close pending-carry-file
                         when "GLRVPDNW"
                             close reversal-carry-file
                     end-evaluate
                     move "N" to carry-open-sw
              end-if.

      *****************************************************************
      * OPEN-GEN-INPUT / OPEN-GEN-OUTPUT / READ-GEN-RECORD /          *
      * WRITE-GEN-RECORD / CLOSE-GEN-FILE - the generation file of    *
      * the rule in hand, a record at a time through                  *
      * GENERATION-RECORD.                                            *
      *****************************************************************
       open-gen-input.
              evaluate rl-generation-name (rule-sub)
                  when "SAVERRGN"
                      open input error-generations
                      move egn-status to gen-status
                  when "SAVRCYGN"
                      open input recycle-generations
                      move ygn-status to gen-status
                  when "ACCTPEGN"
                      open input pending-generations
                      move pgn-status to gen-status
                  when "GLRVPEGN"
                      open input reversal-generations
                      move vgn-status to gen-status
                  when "GLPOSTGN"
                      open input posting-generations
                      move ggn-status to gen-status
                  when "GLACCRGN"
                      open input accrual-generations
                      move cgn-status to gen-status
                  when "ACCTCHGN"
                      open input change-generations
                      move agn-status to gen-status
                  when "RATECHGN"
                      open input rate-generations
                      move rgn-status to gen-status
                  when "TIERCHGN"
                      open input tier-generations
                      move tgn-status to gen-status
                  when "SAVRUNGN"
                      open input history-generations
                      move hgn-status to gen-status
              end-evaluate
              if gen-status = "00"
                     move "Y" to gen-open-sw
              end-if.

       open-gen-output.
              evaluate rl-generation-name (rule-sub)
                  when "SAVERRGN"
                      open output error-generations
                      move egn-status to gen-status
                  when "SAVRCYGN"
                      open output recycle-generations
                      move ygn-status to gen-status
                  when "ACCTPEGN"
                      open output pending-generations
                      move pgn-status to gen-status
                  when "GLRVPEGN"
                      open output reversal-generations
                      move vgn-status to gen-status
                  when "GLPOSTGN"
                      open output posting-generations
                      move ggn-status to gen-status
                  when "GLACCRGN"
                      open output accrual-generations
                      move cgn-status to gen-status
                  when "ACCTCHGN"
                      open output change-generations
                      move agn-status to gen-status
                  when "RATECHGN"
                      open output rate-generations
                      move rgn-status to gen-status
                  when "TIERCHGN"
                      open output tier-generations
                      move tgn-status to gen-status
                  when "SAVRUNGN"
                      open output history-generations
                      move hgn-status to gen-status
              end-evaluate
              if gen-status = "00"
                     move "Y" to gen-open-sw
              end-if.

       read-gen-record.
              evaluate rl-generation-name (rule-sub)
                  when "SAVERRGN"
                      read error-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move egn-status to gen-status
                      move egn-record to generation-record
                  when "SAVRCYGN"
                      read recycle-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move ygn-status to gen-status
                      move ygn-record to generation-record
                  when "ACCTPEGN"
                      read pending-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move pgn-status to gen-status
                      move pgn-record to generation-record
                  when "GLRVPEGN"
                      read reversal-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move vgn-status to gen-status
                      move vgn-record to generation-record
                  when "GLPOSTGN"
                      read posting-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move ggn-status to gen-status
                      move ggn-record to generation-record
                  when "GLACCRGN"
                      read accrual-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move cgn-status to gen-status
                      move cgn-record to generation-record
                  when "ACCTCHGN"
                      read change-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move agn-status to gen-status
                      move agn-record to generation-record
                  when "RATECHGN"
                      read rate-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move rgn-status to gen-status
                      move rgn-record to generation-record
                  when "TIERCHGN"
                      read tier-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move tgn-status to gen-status
                      move tgn-record to generation-record
                  when "SAVRUNGN"
                      read history-generations
                          at end move "N" to more-gen-sw
                      end-read
                      move hgn-status to gen-status
                      move hgn-record to generation-record
              end-evaluate
              if gen-status not = "00" and gen-status not = "10"
                     move "N" to more-gen-sw
                     move "Y" to gen-error-sw
              end-if.

       write-gen-record.
              evaluate rl-generation-name (rule-sub)
                  when "SAVERRGN"
                      move generation-record to egn-record
                      write egn-record
                      move egn-status to gen-status
                  when "SAVRCYGN"
                      move generation-record to ygn-record
                      write ygn-record
                      move ygn-status to gen-status
                  when "ACCTPEGN"
                      move generation-record to pgn-record
                      write pgn-record
                      move pgn-status to gen-status
                  when "GLRVPEGN"
                      move generation-record to vgn-record
                      write vgn-record
                      move vgn-status to gen-status
                  when "GLPOSTGN"
                      move generation-record to ggn-record
                      write ggn-record
                      move ggn-status to gen-status
                  when "GLACCRGN"
                      move generation-record to cgn-record
                      write cgn-record
                      move cgn-status to gen-status
                  when "ACCTCHGN"
                      move generation-record to agn-record
                      write agn-record
                      move agn-status to gen-status
                  when "RATECHGN"
                      move generation-record to rgn-record
                      write rgn-record
                      move rgn-status to gen-status
                  when "TIERCHGN"
                      move generation-record to tgn-record
                      write tgn-record
                      move tgn-status to gen-status
                  when "SAVRUNGN"
                      move generation-record to hgn-record
                      write hgn-record
                      move hgn-status to gen-status
              end-evaluate
              if gen-status not = "00"
                     move "Y" to gen-error-sw
              end-if.

       close-gen-file.
              if gen-file-is-open
                     evaluate rl-generation-name (rule-sub)
                         when "SAVERRGN"
                             close error-generations
                         when "SAVRCYGN"
                             close recycle-generations
                         when "ACCTPEGN"
                             close pending-generations
                         when "GLRVPEGN"
                             close reversal-generations
                         when "GLPOSTGN"
                             close posting-generations
                         when "GLACCRGN"
                             close accrual-generations
                         when "ACCTCHGN"
                             close change-generations
                         when "RATECHGN"
                             close rate-generations
                         when "TIERCHGN"
                             close tier-generations
                         when "SAVRUNGN"
                             close history-generations
                     end-evaluate
                     move "N" to gen-open-sw
              end-if.

      *****************************************************************
      * REPORT-ONE-FILE - the file, its counts before and after, and  *
      * where its records went or why it was left alone.  A file      *
      * left alone shows the same count after as before.              *
      *****************************************************************
       report-one-file.
              evaluate true
                  when file-rotated
                      move "ROTATED" to result-word
                  when file-not-due
                      move "NOT DUE" to result-word
                  when file-failed
                      move "FAILED" to result-word
                  when other
                      move "REFUSED" to result-word
              end-evaluate
              move live-records-before to count-out
              move live-records-after to count-out-2
              move spaces to rot-line
              string "FILE " rl-file-name (rule-sub)
                     "  BEFORE " count-out
                     "  AFTER " count-out-2
                     "  " result-word
                     delimited by size into rot-line
              write rot-line
              if file-rotated
                     perform report-rotated-file
              else
                     move spaces to rot-line
                     string "     " refuse-reason
                            delimited by size into rot-line
                     write rot-line
              end-if
              move spaces to rot-line
              write rot-line.

       report-rotated-file.
              if records-saved > 0
                     move records-saved to count-out
                     move run-date to date-out
                     move rotation-time to time-out
                     move spaces to rot-line
                     string "     SAVED " count-out
                            " TO " rl-generation-name (rule-sub)
                            " GENERATION " date-out "." time-out
                            delimited by size into rot-line
                     write rot-line
                     move generations-on-file to gens-out
                     move generations-to-drop to gens-out-2
                     move spaces to rot-line
                     string "     GENERATIONS ON FILE " gens-out
                            "  OLDEST DROPPED " gens-out-2
                            delimited by size into rot-line
                     write rot-line
              else
                     move spaces to rot-line
                     string "     NOTHING LEFT THE FILE - NO "
                            "GENERATION WRITTEN"
                            delimited by size into rot-line
                     write rot-line
              end-if
              evaluate true
                  when rl-replace-from-carry (rule-sub)
                      move carry-records to count-out
                      move tail-records-kept to count-out-2
                      move spaces to rot-line
                      string "     FROM " rl-carry-name (rule-sub)
                             count-out
                             "  ADDED AFTER "
                             required-program-id " READ"
                             count-out-2
                             delimited by size into rot-line
                      write rot-line
                  when rl-keep-stream-history (rule-sub)
                      move stream-date to date-out
                      move spaces to rot-line
                      string "     RECORDS OF " date-out
                             " AND LATER KEPT ON THE FILE"
                             delimited by size into rot-line
                      write rot-line
                  when other
                      continue
              end-evaluate.

       write-rotation-totals.
              move "FILES ROTATED:" to rot-label
              move files-rotated to count-out
              perform write-count-line
              move "FILES NOT DUE:" to rot-label
              move files-not-due to count-out
              perform write-count-line
              move "FILES REFUSED:" to rot-label
              move files-refused to count-out
              perform write-count-line
              move "FILES FAILED:" to rot-label
              move files-failed to count-out
              perform write-count-line
              move "LIVE RECORDS BEFORE:" to rot-label
              move total-records-before to count-out
              perform write-count-line
              move "RECORDS SAVED:" to rot-label
              move total-records-saved to count-out
              perform write-count-line
              move "OLD GENERATIONS DROPPED:" to rot-label
              move total-generations-dropped to count-out
              perform write-count-line.

       write-count-line.
              move spaces to rot-line
              string rot-label count-out
                     delimited by size into rot-line
              write rot-line.

      *****************************************************************
      * PAUSE-RUN-HISTORY / RESUME-RUN-HISTORY - this run's own       *
      * entry on SAVRUNH is closed while the file is read or          *
      * rotated, and opened EXTEND again afterwards so the trailer    *
      * lands behind whatever the file now holds.                     *
      *****************************************************************
       pause-run-history.
              if run-history-is-open
                     close run-history-file
                     move "N" to runh-open-sw
                     move "Y" to runh-paused-sw
              end-if.

       resume-run-history.
              if run-history-is-paused
                     move "N" to runh-paused-sw
                     open extend run-history-file
                     if rnh-status = "35"
                            open output run-history-file
                     end-if
                     if rnh-status = "00"
                            move "Y" to runh-open-sw
                     end-if
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
                     move "EODROT  " to rnh-program-id
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
                     move "EODROT  " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move total-records-before to rnh-records-read
                     move total-records-saved to rnh-records-written
                     compute rnh-records-rejected =
                            files-refused + files-failed
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
