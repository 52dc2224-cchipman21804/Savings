      *****************************************************************
      * TELLMNT                                                       *
      *                                                               *
      * On-line maintenance for the TELLSEC teller security file -    *
      * add, change, delete and inquire on the tellers who may sign   *
      * on to the interactive programs, and reset a teller's PIN.     *
      * A teller carries a name, a home branch, a PIN (kept only as   *
      * a hash), an active/revoked status, a security-officer flag    *
      * and up to ten authority entries, each naming one program      *
      * and the function letters the teller may use in it ("*" for    *
      * all of them).                                                 *
      *                                                               *
      * Only an active security officer may sign on here.  A refused  *
      * sign-on is logged to SECVIOL like any other program's.  An    *
      * officer may not revoke, delete or take the officer flag from  *
      * their own ID, so the file can never be left without one by    *
      * accident.                                                     *
      *                                                               *
      * When TELLSEC is empty - the first run at an installation -    *
      * the first security officer is enrolled before sign-on, and    *
      * then signs on with the PIN just keyed.                        *
      *                                                               *
      * Every record written carries the date and the officer who     *
      * last changed it.                                              *
      *                                                               *
      * Return code: 0 = normal, 8 = could not run (sign-on refused). *
      *                                                               *
      *****************************************************************
       identification division.
       program-id.   tellmnt.

       environment division.
       input-output section.
       file-control.
           SELECT TELLER-SECURITY-FILE ASSIGN TO "TELLSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
      * TELLER-SECURITY-FILE - who may sign on and to what.  Each     *
      * authority entry names a program and the function letters the  *
      * teller may use in it ("*" for all).  The layout must stay in  *
      * step with the ones in SAVINGS, ACCTMNT, ACCTAPPR, RATEMNT,    *
      * TIERMNT, SAVFIX, PRODMNT, GLREVRS, ACCTHIST and SECRPT.       *
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
      * stay in step across the programs that sign on.                *
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

       01  MAINT-FIELDS.
           05  TELLER-ID               PIC X(08).
           05  NEW-BRANCH-NUMBER       PIC 9(4).
           05  NEW-STATUS-CODE         PIC X(01).
           05  NEW-OFFICER-FLAG        PIC X(01).
           05  PIN-CONFIRM             PIC 9(8).
           05  AUTH-PROGRAM-ENTRY      PIC X(08).
           05  AUTH-FUNCTIONS-ENTRY    PIC X(08).
           05  AUTH-LETTER             PIC X(01).
           05  AUTH-SUB                PIC 99 USAGE COMP.
           05  AUTH-SLOT               PIC 99 USAGE COMP.
           05  AUTH-FREE-SLOT          PIC 99 USAGE COMP.
           05  AUTH-LETTER-POS         PIC 99 USAGE COMP.
           05  AUTH-LETTER-TALLY       PIC 99 USAGE COMP.
           05  KNOWN-PROGRAM-SUB       PIC 99 USAGE COMP.

       01  DISP-FIELDS.
           05  BRANCH-OUT              PIC 9(4) USAGE DISPLAY.
           05  SLOT-OUT                PIC Z9 USAGE DISPLAY.
           05  DATE-OUT                PIC 9999/99/99 USAGE DISPLAY.

       01  PROGRAM-SWITCHES.
           05  MAINT-ACTION            PIC X(01).
               88  ACTION-ADD              VALUE "A" "a".
               88  ACTION-CHANGE           VALUE "C" "c".
               88  ACTION-DELETE           VALUE "D" "d".
               88  ACTION-INQUIRE          VALUE "I" "i".
               88  ACTION-PIN-RESET        VALUE "P" "p".
               88  ACTION-EXIT             VALUE "X" "x".
           05  CONFIRM-SW              PIC X(01).
               88  CONFIRM-YES             VALUE "Y" "y".
           05  ENTRY-FOUND-SW          PIC X(01) VALUE "N".
               88  ENTRY-FOUND             VALUE "Y".
           05  FILE-EMPTY-SW           PIC X(01) VALUE "N".
               88  SECURITY-FILE-EMPTY     VALUE "Y".
           05  AUTHORITY-DONE-SW       PIC X(01) VALUE "N".
               88  AUTHORITY-ENTRIES-DONE  VALUE "Y".
           05  LETTERS-VALID-SW        PIC X(01) VALUE "Y".
               88  LETTERS-VALID           VALUE "Y".

       01  MAINT-COUNTERS.
           05  MAINT-ACTIONS-APPLIED   PIC 9(9) USAGE COMP VALUE ZERO.

       01  FILE-STATUS-FIELDS.
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
      * KNOWN-PROGRAM-TABLE - the programs that sign on against       *
      * TELLSEC and the function letters each one checks.  An         *
      * authority entry for any other program would never be used,    *
      * so it is refused.  A program added to the sign-on must be     *
      * added here too.                                               *
      *****************************************************************
       01  KNOWN-PROGRAM-VALUES.
           05  FILLER                  PIC X(16) VALUE
                   "SAVINGS SBCRGH  ".
           05  FILLER                  PIC X(16) VALUE
                   "ACCTMNT ACDI    ".
           05  FILLER                  PIC X(16) VALUE
                   "ACCTAPPRAR      ".
           05  FILLER                  PIC X(16) VALUE
                   "RATEMNT ACDI    ".
           05  FILLER                  PIC X(16) VALUE
                   "TIERMNT ACDI    ".
           05  FILLER                  PIC X(16) VALUE
                   "SAVFIX  R       ".
           05  FILLER                  PIC X(16) VALUE
                   "PRODMNT ACDI    ".
           05  FILLER                  PIC X(16) VALUE
                   "GLREVRS QAR     ".
           05  FILLER                  PIC X(16) VALUE
                   "ACCTHISTIP      ".
       01  KNOWN-PROGRAM-TABLE REDEFINES KNOWN-PROGRAM-VALUES.
           05  KNOWN-PROGRAM OCCURS 9 TIMES.
               10  KNOWN-PROGRAM-ID    PIC X(08).
               10  KNOWN-FUNCTIONS     PIC X(08).

      *****************************************************************
      * SIGN-ON-FIELDS - the teller sign-on against TELLSEC.  The     *
      * PIN keyed is never kept: it is hashed with the teller ID and  *
      * only the hashes are compared.  The hash must stay in step     *
      * with the one in every program that signs on.                  *
      *****************************************************************
       01  SIGN-ON-FIELDS.
           05  SIGN-ON-PROGRAM-ID      PIC X(08) VALUE "TELLMNT ".
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
           05  REQUESTED-FUNCTION      PIC X(01).
           05  VIOLATION-CODE          PIC X(02).
           05  SIGN-ON-SW              PIC X(01) VALUE "N".
               88  TELLER-SIGNED-ON        VALUE "Y".
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
              initialize maint-fields
              initialize disp-fields
              initialize program-switches

              accept run-date from date yyyymmdd
              accept run-time from time
              perform write-run-header

              display "TELLER SECURITY MAINTENANCE"
              perform check-for-first-officer
              perform sign-on-teller
              if not teller-signed-on
                     move 8 to return-code
                     perform write-run-trailer
                     stop run
              end-if.

       main-menu.
              display "Enter action - A=Add C=Change D=Delete "
                     "I=Inquire P=PIN reset X=Exit: "
              accept maint-action
              if action-exit
                     go to end-program
              end-if
              if not action-add and not action-change and
                     not action-delete and not action-inquire and
                     not action-pin-reset
                     display "Enter A, C, D, I, P or X."
                     go to main-menu
              end-if

              display "Enter teller ID: "
              accept teller-id
              inspect teller-id converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              if teller-id = spaces
                     go to main-menu
              end-if

              perform read-teller-entry

              evaluate true
                  when action-inquire
                      perform inquire-teller
                  when action-add
                      perform add-teller
                  when action-change
                      perform change-teller
                  when action-delete
                      perform delete-teller
                  when action-pin-reset
                      perform reset-teller-pin
              end-evaluate
              go to main-menu.

       end-program.
              perform close-security-files
              perform write-run-trailer
              stop run.

      *****************************************************************
      * The paragraphs below are never fallen into - they are only    *
      * reached by PERFORM from the menu chain above.                 *
      *****************************************************************

       inquire-teller.
              if not entry-found
                     display "Teller " teller-id " is not on file."
              else
                     perform display-teller-figures
              end-if.

       add-teller.
              if entry-found
                     display "Teller " teller-id
                            " is already on file - use C to change it."
              else
                     move spaces to ts-record
                     move teller-id to ts-teller-id
                     move 0 to ts-branch-number
                     move 0 to ts-pin-hash
                     move "A" to ts-status-code
                     move "N" to ts-officer-flag
                     perform get-teller-name
                     perform get-teller-branch
                     perform get-officer-flag
                     perform get-authority-entries
                     perform get-new-pin
                     perform display-teller-figures
                     display "Add this teller? (Y/N): "
                     accept confirm-sw
                     if confirm-yes
                            perform stamp-teller-change
                            write ts-record
                                invalid key
                                    display "ADD FAILED - STATUS "
                                           ts-status
                                not invalid key
                                    add 1 to maint-actions-applied
                                    display "Teller " teller-id
                                           " added."
                            end-write
                     end-if
              end-if.

       change-teller.
              if not entry-found
                     display "Teller " teller-id " is not on file."
              else
                     perform display-teller-figures
                     perform get-teller-name
                     perform get-teller-branch
                     perform get-teller-status
                     perform get-officer-flag
                     perform get-authority-entries
                     perform display-teller-figures
                     evaluate true
                         when teller-id = run-user-id and
                                not ts-status-active
                             display "REFUSED - you may not revoke "
                                    "your own teller ID."
                         when teller-id = run-user-id and
                                not ts-security-officer
                             display "REFUSED - you may not take the "
                                    "officer flag from your own ID."
                         when other
                             display "Apply these changes? (Y/N): "
                             accept confirm-sw
                             if confirm-yes
                                    perform rewrite-teller-entry
                             end-if
                     end-evaluate
              end-if.

       delete-teller.
              if not entry-found
                     display "Teller " teller-id " is not on file."
              else
                     perform display-teller-figures
                     if teller-id = run-user-id
                            display "REFUSED - you may not delete "
                                   "your own teller ID."
                     else
                            display "Delete this teller? (Y/N): "
                            accept confirm-sw
                            if confirm-yes
                                   perform remove-teller
                            end-if
                     end-if
              end-if.

       remove-teller.
              move teller-id to ts-teller-id
              delete teller-security-file
                  invalid key
                      display "DELETE FAILED - STATUS " ts-status
                  not invalid key
                      add 1 to maint-actions-applied
                      display "Teller " teller-id " deleted."
              end-delete.

       reset-teller-pin.
              if not entry-found
                     display "Teller " teller-id " is not on file."
              else
                     display "Teller " teller-id "  " ts-teller-name
                     perform get-new-pin
                     display "Reset this teller's PIN? (Y/N): "
                     accept confirm-sw
                     if confirm-yes
                            perform rewrite-teller-entry
                     end-if
              end-if.

       rewrite-teller-entry.
              move teller-id to ts-teller-id
              perform stamp-teller-change
              rewrite ts-record
                  invalid key
                      display "CHANGE FAILED - STATUS " ts-status
                  not invalid key
                      add 1 to maint-actions-applied
                      display "Teller " teller-id " changed."
              end-rewrite.

       stamp-teller-change.
              move run-date to ts-last-change-date
              move run-user-id to ts-last-change-user.

       display-teller-figures.
              move ts-branch-number to branch-out
              display "Teller " ts-teller-id "  " ts-teller-name
                     "  Branch " branch-out
              evaluate true
                  when ts-status-active
                      display "  Status:           ACTIVE"
                  when ts-status-revoked
                      display "  Status:           REVOKED"
                  when other
                      display "  Status:           " ts-status-code
              end-evaluate
              if ts-security-officer
                     display "  Security officer: YES"
              else
                     display "  Security officer: NO"
              end-if
              if ts-last-change-date not = 0 and
                     ts-last-change-date is numeric
                     move ts-last-change-date to date-out
                     display "  Last changed:     " date-out " by "
                            ts-last-change-user
              end-if
              display "  Authority:"
              perform display-one-authority
                     varying auth-sub from 1 by 1
                     until auth-sub > 10.

       display-one-authority.
              if ts-auth-program (auth-sub) not = spaces
                     move auth-sub to slot-out
                     display "    " slot-out ". "
                            ts-auth-program (auth-sub) " "
                            ts-auth-functions (auth-sub)
              end-if.

       get-teller-name.
              display "Enter teller name: "
              accept ts-teller-name
              if ts-teller-name = spaces
                     display "A teller must have a name."
                     go to get-teller-name
              end-if.

       get-teller-branch.
              display "Enter home branch number: "
              accept new-branch-number
              if new-branch-number = 0
                     display "Branch must be 0001 to 9999."
                     go to get-teller-branch
              end-if
              move new-branch-number to ts-branch-number.

       get-teller-status.
              display "Enter status - A=Active R=Revoked: "
              accept new-status-code
              inspect new-status-code converting "ar" to "AR"
              if new-status-code not = "A" and
                     new-status-code not = "R"
                     display "Enter A or R."
                     go to get-teller-status
              end-if
              move new-status-code to ts-status-code.

       get-officer-flag.
              display "Security officer? (Y/N): "
              accept new-officer-flag
              inspect new-officer-flag converting "yn" to "YN"
              if new-officer-flag not = "Y" and
                     new-officer-flag not = "N"
                     display "Enter Y or N."
                     go to get-officer-flag
              end-if
              move new-officer-flag to ts-officer-flag.

      *****************************************************************
      * GET-AUTHORITY-ENTRIES - grant, change or withdraw one         *
      * program's authority at a time until a blank program ID.  The  *
      * program must be one that signs on, and every function letter  *
      * must be one that program checks, or "*".                      *
      *****************************************************************
       get-authority-entries.
              move "N" to authority-done-sw
              perform get-one-authority
                     until authority-entries-done.

       get-one-authority.
              display "Enter program ID to grant, change or withdraw "
                     "(blank when done): "
              accept auth-program-entry
              inspect auth-program-entry converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              if auth-program-entry = spaces
                     move "Y" to authority-done-sw
              else
                     perform find-known-program
                     if known-program-sub = 0
                            display auth-program-entry
                                   " does not sign on to TELLSEC."
                     else
                            perform get-authority-functions
                     end-if
              end-if.

       get-authority-functions.
              display "Functions for " auth-program-entry " are "
                     known-functions (known-program-sub)
              display "Enter function letters, * for all, blank to "
                     "withdraw: "
              accept auth-functions-entry
              inspect auth-functions-entry converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move "Y" to letters-valid-sw
              perform check-one-function-letter
                     varying auth-letter-pos from 1 by 1
                     until auth-letter-pos > 8
              if not letters-valid
                     display "Use only the letters "
                            known-functions (known-program-sub)
                            " or *."
              else
                     perform apply-authority-entry
              end-if.

       check-one-function-letter.
              move auth-functions-entry (auth-letter-pos:1)
                     to auth-letter
              if auth-letter not = space and auth-letter not = "*"
                     move 0 to auth-letter-tally
                     inspect known-functions (known-program-sub)
                            tallying auth-letter-tally
                            for all auth-letter
                     if auth-letter-tally = 0
                            move "N" to letters-valid-sw
                     end-if
              end-if.

       apply-authority-entry.
              move 0 to auth-slot
              move 0 to auth-free-slot
              perform find-authority-slot
                     varying auth-sub from 1 by 1
                     until auth-sub > 10
              evaluate true
                  when auth-slot not = 0 and
                         auth-functions-entry = spaces
                      move spaces to ts-auth-program (auth-slot)
                      move spaces to ts-auth-functions (auth-slot)
                      display "Authority for " auth-program-entry
                             " withdrawn."
                  when auth-slot not = 0
                      move auth-functions-entry
                             to ts-auth-functions (auth-slot)
                  when auth-functions-entry = spaces
                      display "No authority held for "
                             auth-program-entry "."
                  when auth-free-slot = 0
                      display "REFUSED - all 10 authority entries "
                             "are in use."
                  when other
                      move auth-program-entry
                             to ts-auth-program (auth-free-slot)
                      move auth-functions-entry
                             to ts-auth-functions (auth-free-slot)
              end-evaluate.

       find-authority-slot.
              if ts-auth-program (auth-sub) = auth-program-entry
                     move auth-sub to auth-slot
              end-if
              if ts-auth-program (auth-sub) = spaces and
                     auth-free-slot = 0
                     move auth-sub to auth-free-slot
              end-if.

       find-known-program.
              move 0 to known-program-sub
              perform check-known-program
                     varying auth-sub from 1 by 1
                     until auth-sub > 9 or known-program-sub not = 0.

       check-known-program.
              if known-program-id (auth-sub) = auth-program-entry
                     move auth-sub to known-program-sub
              end-if.

      *****************************************************************
      * GET-NEW-PIN - the PIN is keyed twice and must match; only     *
      * its hash with the teller ID is kept on the record.            *
      *****************************************************************
       get-new-pin.
              display "Enter new PIN (1 to 8 digits): "
              accept pin-entry
              display "Enter the new PIN again: "
              accept pin-confirm
              if pin-entry = 0 or pin-entry not = pin-confirm
                     move 0 to pin-entry
                     move 0 to pin-confirm
                     display "PINs do not match or are zero - "
                            "key them again."
                     go to get-new-pin
              end-if
              move teller-id to hash-teller-id
              perform compute-pin-hash
              move pin-hash to ts-pin-hash
              move 0 to pin-entry
              move 0 to pin-confirm.

       read-teller-entry.
              move "N" to entry-found-sw
              move teller-id to ts-teller-id
              read teller-security-file
                  invalid key
                      continue
                  not invalid key
                      move "Y" to entry-found-sw
              end-read.

      *****************************************************************
      * CHECK-FOR-FIRST-OFFICER - an empty TELLSEC would lock every   *
      * program out, this one included, so the first security         *
      * officer is enrolled here before anyone has to sign on.        *
      *****************************************************************
       check-for-first-officer.
              open i-o teller-security-file
              if ts-status = "35"
                     open output teller-security-file
                     close teller-security-file
                     open i-o teller-security-file
              end-if
              if ts-status = "00"
                     move "N" to file-empty-sw
                     move low-values to ts-teller-id
                     start teller-security-file
                            key >= ts-teller-id
                         invalid key
                             move "Y" to file-empty-sw
                     end-start
                     if security-file-empty
                            perform enrol-first-officer
                     end-if
                     close teller-security-file
              end-if.

       enrol-first-officer.
              display "TELLSEC HAS NO TELLERS - ENROL THE FIRST "
                     "SECURITY OFFICER."
              display "Enter teller ID: "
              accept teller-id
              inspect teller-id converting
                     "abcdefghijklmnopqrstuvwxyz"
                     to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              if teller-id = spaces
                     go to enrol-first-officer
              end-if
              move spaces to ts-record
              move teller-id to ts-teller-id
              move "A" to ts-status-code
              move "Y" to ts-officer-flag
              move "TELLMNT " to ts-auth-program (1)
              move "*" to ts-auth-functions (1)
              perform get-teller-name
              perform get-teller-branch
              perform get-new-pin
              move run-date to ts-last-change-date
              move teller-id to ts-last-change-user
              write ts-record
                  invalid key
                      display "ENROL FAILED - STATUS " ts-status
                  not invalid key
                      add 1 to maint-actions-applied
                      display "Teller " teller-id
                             " enrolled - sign on with the new PIN."
              end-write.

      *****************************************************************
      * SIGN-ON-TELLER - nothing is done until a teller on TELLSEC    *
      * signs on with the right PIN, is active, and holds authority   *
      * for this program.  Three tries, and every failure is logged   *
      * to SECVIOL.  A security file that cannot be opened refuses    *
      * the sign-on outright - the program never runs unguarded.      *
      * The sign-on paragraphs must stay in step across the programs  *
      * that sign on.                                                 *
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

      *****************************************************************
      * CHECK-PROGRAM-AUTHORITY - here the authority is the security  *
      * officer flag itself, not an authority entry.                  *
      *****************************************************************
       check-program-authority.
              if not ts-security-officer
                     move "04" to violation-code
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
              open i-o teller-security-file
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
                     move "TELLMNT " to rnh-program-id
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
                     move "TELLMNT " to rnh-program-id
                     move space to rnh-run-mode
                     move run-date to rnh-run-date
                     move run-start-time to rnh-start-time
                     move run-end-time to rnh-end-time
                     move 0 to rnh-records-read
                     move maint-actions-applied to rnh-records-written
                     move 0 to rnh-records-rejected
                     move return-code to rnh-return-code
                     write rnh-record
                     close run-history-file
                     move "N" to runh-open-sw
              end-if.
