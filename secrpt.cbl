      *****************************************************************
      * SECRPT                                                        *
      *                                                               *
      * Daily security violations report over the SECVIOL log.        *
      * Every program that signs on against TELLSEC logs each         *
      * refused sign-on and each refused function; this program       *
      * prints one day's violations in the order they were logged -   *
      * the time, the teller ID and name, the program and function    *
      * refused, and why - then the count for each kind of            *
      * violation and the day's total, for the security officer to    *
      * review every morning.                                         *
      *                                                               *
      * The day reported is today, or the as-of date on the           *
      * optional SECPARM record.  Teller names come from TELLSEC      *
      * when it can be opened; an ID not on file is printed as        *
      * such, since an unknown ID is itself a violation.              *
      *                                                               *
      * Return code: 0 = report printed, 8 = could not run.           *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   secrpt.

       environment division.
       input-output section.
       file-control.
           SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVL-STATUS.
           SELECT TELLER-SECURITY-FILE ASSIGN TO "TELLSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-TELLER-ID
               FILE STATUS IS TS-STATUS.
           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPR-STATUS.
           SELECT VIOLATION-REPORT ASSIGN TO "SECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VRP-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "SAVRUNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNH-STATUS.

       data division.
       file section.

      *****************************************************************
      * SECURITY-VIOLATION-LOG - every refused sign-on and every      *
      * refused function.  The layout must stay in step across the    *
      * programs that sign on.                                        *
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
      * TELLER-SECURITY-FILE - read only, for the teller's name.      *
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
      * SECURITY-PARM-FILE - optional one-record parameter file.      *
      * Zeros mean "take the default": today's date.                  *
      *****************************************************************
       FD  SECURITY-PARM-FILE.
       01  SPR-RECORD.
           05  SPR-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(05).

      *****************************************************************
      * VIOLATION-REPORT - the printed daily violations listing.      *
      *****************************************************************
       FD  VIOLATION-REPORT.
       01  VRP-LINE                    PIC X(80).

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

       01  REPORT-FIELDS.
           05  REPORT-DATE             PIC 9(8) VALUE ZERO.
           05  TELLER-NAME             PIC X(20).
           05  VIOLATION-SUB           PIC 9 USAGE COMP.
           05  TEXT-SUB                PIC 9 USAGE COMP.

       01  REPORT-COUNTERS.
           05  LOG-RECORDS-READ        PIC 9(9) USAGE COMP VALUE ZERO.
           05  VIOLATIONS-REPORTED     PIC 9(9) USAGE COMP VALUE ZERO.
           05  CODE-COUNT              PIC 9(9) USAGE COMP
                   OCCURS 7 TIMES.

       01  DISP-FIELDS.
           05  COUNT-OUT               PIC ZZZ,ZZZ,ZZ9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9(8) USAGE DISPLAY.
           05  TIME-OUT                PIC 9(8) USAGE DISPLAY.
           05  RPT-LABEL               PIC X(40) USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MORE-LOG-SW             PIC X(01) VALUE "Y".
               88  MORE-LOG-RECS           VALUE "Y".
               88  NO-MORE-LOG-RECS        VALUE "N".
           05  REPORT-OPENED-SW        PIC X(01) VALUE "N".
               88  REPORT-IS-OPEN          VALUE "Y".
           05  SECURITY-FILE-OPEN-SW   PIC X(01) VALUE "N".
               88  SECURITY-FILE-IS-OPEN   VALUE "Y".
           05  LOG-FILE-OPEN-SW        PIC X(01) VALUE "N".
               88  LOG-FILE-IS-OPEN        VALUE "Y".
           05  LOG-FAILED-SW           PIC X(01) VALUE "N".
               88  LOG-COULD-NOT-BE-READ   VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  SVL-STATUS              PIC X(02).
           05  TS-STATUS               PIC X(02).
           05  SPR-STATUS              PIC X(02).
           05  VRP-STATUS              PIC X(02).
           05  RNH-STATUS              PIC X(02).

       01  RUN-DATE-TIME.
           05  RUN-DATE                PIC 9(8).
           05  RUN-TIME                PIC 9(8).

       01  RUN-HISTORY-FIELDS.
           05  RUN-START-TIME          PIC 9(8) VALUE ZERO.
           05  RUN-END-TIME            PIC 9(8) VALUE ZERO.
           05  RUNH-OPEN-SW            PIC X(01) VALUE "N".
               88  RUN-HISTORY-IS-OPEN     VALUE "Y".

      *****************************************************************
      * VIOLATION-TEXT-TABLE - what each SVL-VIOLATION-CODE means.    *
      * The seventh entry catches any code not listed.                *
      *****************************************************************
       01  VIOLATION-TEXT-VALUES.
           05  FILLER                  PIC X(32) VALUE
                   "01UNKNOWN TELLER ID             ".
           05  FILLER                  PIC X(32) VALUE
                   "02WRONG PIN                     ".
           05  FILLER                  PIC X(32) VALUE
                   "03TELLER ID REVOKED             ".
           05  FILLER                  PIC X(32) VALUE
                   "04PROGRAM NOT AUTHORIZED        ".
           05  FILLER                  PIC X(32) VALUE
                   "05FUNCTION NOT AUTHORIZED       ".
           05  FILLER                  PIC X(32) VALUE
                   "06SECURITY FILE UNAVAILABLE     ".
           05  FILLER                  PIC X(32) VALUE
                   "  UNRECOGNIZED VIOLATION CODE   ".
       01  VIOLATION-TEXT-TABLE REDEFINES VIOLATION-TEXT-VALUES.
           05  VIOLATION-ENTRY OCCURS 7 TIMES.
               10  VT-CODE             PIC X(02).
               10  VT-TEXT             PIC X(30).

       procedure division.
       main-line.
              initialize report-counters
              initialize disp-fields
              accept run-date from date yyyymmdd
              accept run-time from time
              move run-date to report-date
              perform write-run-header
              perform read-security-parms

              perform open-violation-report
              if not report-is-open
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if
              open input teller-security-file
              if ts-status = "00"
                     move "Y" to security-file-open-sw
              end-if

              perform report-violations
              perform write-violation-totals

              close violation-report
              if security-file-is-open
                     close teller-security-file
              end-if
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the mainline above.                   *
      *****************************************************************

      *****************************************************************
      * READ-SECURITY-PARMS - pick up the as-of date when a SECPARM   *
      * record was supplied.  Zeros leave today's date.               *
      *****************************************************************
       read-security-parms.
              open input security-parm-file
              if spr-status = "00"
                     read security-parm-file
                         at end continue
                     end-read
                     if spr-status = "00"
                            if spr-as-of-date not = 0
                                   move spr-as-of-date to report-date
                            end-if
                     end-if
                     close security-parm-file
              end-if.

       open-violation-report.
              open output violation-report
              if vrp-status not = "00"
                     display "SECVRPT OPEN FAILED - STATUS " vrp-status
              else
                     move "Y" to report-opened-sw
                     move report-date to date-out
                     move spaces to vrp-line
                     string "DAILY SECURITY VIOLATIONS - "
                            date-out
                            delimited by size into vrp-line
                     write vrp-line
                     move run-date to date-out
                     move spaces to vrp-line
                     string "PRINTED " date-out
                            delimited by size into vrp-line
                     write vrp-line
                     move spaces to vrp-line
                     write vrp-line
                     move spaces to vrp-line
                     string "TIME     TELLER   NAME                 "
                            "PROGRAM  F VIOLATION"
                            delimited by size into vrp-line
                     write vrp-line
                     move spaces to vrp-line
                     write vrp-line
              end-if.

      *****************************************************************
      * REPORT-VIOLATIONS - the log is written in time order by       *
      * every program that signs on, so one pass in file order lists  *
      * the day as it happened.  No log at all means nobody has been  *
      * refused yet; a log that is there but cannot be opened is said *
      * so on the report, never passed off as a clean day.            *
      *****************************************************************
       report-violations.
              move "Y" to more-log-sw
              open input security-violation-log
              if svl-status not = "00"
                     if svl-status not = "35"
                            display "SECVIOL OPEN FAILED - STATUS "
                                   svl-status
                            move "Y" to log-failed-sw
                            move 8 to return-code
                     end-if
                     move "N" to more-log-sw
              else
                     move "Y" to log-file-open-sw
                     read security-violation-log
                         at end move "N" to more-log-sw
                     end-read
              end-if
              perform report-one-log-record
                     until no-more-log-recs
              if log-file-is-open
                     close security-violation-log
              end-if
              if log-could-not-be-read
                     move spaces to vrp-line
                     string "SECVIOL COULD NOT BE READ - STATUS "
                            svl-status
                            " - VIOLATIONS NOT REPORTED"
                            delimited by size into vrp-line
                     write vrp-line
              else
                     if violations-reported = 0
                            move spaces to vrp-line
                            string "NO SECURITY VIOLATIONS LOGGED FOR "
                                   "THIS DATE"
                                   delimited by size into vrp-line
                            write vrp-line
                     end-if
              end-if.

       report-one-log-record.
              add 1 to log-records-read
              if svl-log-date = report-date
                     perform report-one-violation
              end-if
              read security-violation-log
                  at end move "N" to more-log-sw
              end-read.

       report-one-violation.
              add 1 to violations-reported
              perform find-violation-text
              add 1 to code-count (violation-sub)
              perform find-teller-name
              move svl-log-time to time-out
              move spaces to vrp-line
              string time-out " " svl-teller-id " " teller-name " "
                     svl-program-id " " svl-function " "
                     vt-text (violation-sub)
                     delimited by size into vrp-line
              write vrp-line.

       find-violation-text.
              move 7 to violation-sub
              perform match-violation-code
                     varying text-sub from 1 by 1
                     until text-sub > 6.

       match-violation-code.
              if vt-code (text-sub) = svl-violation-code
                     move text-sub to violation-sub
              end-if.

       find-teller-name.
              evaluate true
                  when svl-teller-id = spaces
                      move "(NO ID KEYED)" to teller-name
                  when not security-file-is-open
                      move spaces to teller-name
                  when other
                      move svl-teller-id to ts-teller-id
                      read teller-security-file
                          invalid key
                              move "** NOT ON TELLSEC **"
                                     to teller-name
                          not invalid key
                              move ts-teller-name to teller-name
                      end-read
              end-evaluate.

       write-violation-totals.
              move spaces to vrp-line
              write vrp-line
              move spaces to vrp-line
              string "VIOLATIONS BY KIND"
                     delimited by size into vrp-line
              write vrp-line
              perform write-one-code-total
                     varying violation-sub from 1 by 1
                     until violation-sub > 7
              move spaces to vrp-line
              write vrp-line
              move "TOTAL VIOLATIONS:" to rpt-label
              move violations-reported to count-out
              perform write-count-line
              move "LOG RECORDS READ:" to rpt-label
              move log-records-read to count-out
              perform write-count-line
              if not security-file-is-open
                     move spaces to vrp-line
                     string "NOTE - TELLSEC NOT AVAILABLE - TELLER "
                            "NAMES NOT SHOWN"
                            delimited by size into vrp-line
                     write vrp-line
              end-if.

       write-one-code-total.
              if code-count (violation-sub) > 0 or violation-sub < 7
                     move spaces to rpt-label
                     string "  " vt-code (violation-sub) " "
                            vt-text (violation-sub)
                            delimited by size into rpt-label
                     move code-count (violation-sub) to count-out
                     perform write-count-line
              end-if.

       write-count-line.
              move spaces to vrp-line
              string rpt-label count-out
                     delimited by size into vrp-line
              write vrp-line.

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
                     move "SECRPT  " to rnh-program-id
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
                     move "SECRPT  " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move log-records-read to rnh-records-read
                     move violations-reported to rnh-records-written
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
