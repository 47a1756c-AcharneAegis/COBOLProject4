      *                            price, tolerance percent)
      *     RETAIL-PRICE.txt      (candy ID, box size, selling price)
      *
      * and for the status of the lots on CANDY-LOTS.txt.
      *
      * These files used to be hand-edited in a text editor, and a
      * mistyped price or a short record flowed silently into the next
      * morning's run. Here an operator adds, changes, or deactivates
      * must exist on the vendor master.
      *
      * Every accepted change is appended to MAINT-AUDIT.txt with the
      * record image before and after, the operator's ID, and
      * the date and time, so "who changed the tolerance on candy 204"
      * is a look at one file instead of a guess.
      *
      * The operator signs on with an ID and password checked against
      * OPERATOR-SECURITY.txt. Only an active operator gets in, and
      * only to the masters their security record allows, so the ID
      * on the audit trail is a checked one rather than initials
      * typed in. A maintenance change is approved on the operator's
      * own authority, so the operator is recorded as both keyer and
      * approver. CS370CYCLE writes the same audit record for count
      * adjustments, where the two can differ.
      *
      * The vendor and warehouse masters carry a status byte, so a
      * deactivate there flips the status to I and the daily run
      * starts rejecting the code. The candy and retail masters have
      * no status byte; a deactivate there removes the record, with
      * the before image preserved on the audit file.
      *
      * The lot book is kept by the posting run, so lots are never
      * added or removed here. A lot session puts lots on hold or in
      * quarantine, or releases them, with a reason code, selecting
      * by lot number, by vendor, or by candy, optionally within one
      * warehouse - a vendor recall is one action, not a lot at a
      * time. Held and quarantined lots are not shipped and are not
      * counted as available stock by the daily run. Because the
      * posting run may have moved the lot book on while the session
      * was open, the E re-reads CANDY-LOTS.txt and lays only the
      * status and reason of the lots changed here over what is on
      * file; cases and lots posted meanwhile are left as they are.
      *
      * Entering spaces at the file prompt ends the session. Changes
      * to a file are held in storage and written back only when the
      * operator ends that file's session, so a slip can be abandoned
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CANDY-LOT-FILE
               ASSIGN TO 'CANDY-LOTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'OPERATOR-SECURITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  RP-SELL-PRICE                   PIC 999V99.
           05  FILLER                          PIC X(11).

       FD  CANDY-LOT-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  CANDY-LOT-RECORD.
           05  LOT-WAREHOUSE-ID                PIC X(4).
           05  LOT-VENDOR-ID                   PIC X.
           05  LOT-CANDY-ID                    PIC X(3).
           05  LOT-NUMBER                      PIC X(6).
           05  LOT-EXPIRY-DATE                 PIC 9(6).
           05  LOT-CASES                       PIC 9(4).
           05  LOT-STATUS                      PIC X.
           05  LOT-HOLD-REASON                 PIC X.
           05  FILLER                          PIC X(4).

      **** CHANGE AUDIT TRAIL ****
      * One record per accepted maintenance action: when, who, which
      * file, what action, the record key, the full record image
      * before and after the change, and who approved it.
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS.

           05  AU-KEY                          PIC X(8).
           05  AU-BEFORE                       PIC X(30).
           05  AU-AFTER                        PIC X(30).
           05  AU-APPROVER                     PIC X(3).

      **** OPERATOR SECURITY FILE ****
      * One record per operator, shared with CS370CYCLE: the ID and
      * password, an A/I status, a Y in each authority the operator
      * holds, and the dollar limit the operator may release or
      * approve on a count variance. Lot status authority came later
      * and sits after the limit, in what was FILLER.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  OPERATOR-SECURITY-RECORD.
           05  OS-OPERATOR-ID                  PIC X(3).
           05  OS-PASSWORD                     PIC X(8).
           05  OS-OPERATOR-NAME                PIC X(15).
           05  OS-STATUS                       PIC X.
           05  OS-MAINT-AUTHORITY.
               10  OS-MAINT-VENDOR             PIC X.
               10  OS-MAINT-WAREHOUSE          PIC X.
               10  OS-MAINT-CANDY              PIC X.
               10  OS-MAINT-RETAIL             PIC X.
           05  OS-CYCLE-AUTHORITY.
               10  OS-CYCLE-SHEETS             PIC X.
               10  OS-CYCLE-VARIANCE           PIC X.
               10  OS-CYCLE-APPROVE            PIC X.
           05  OS-APPROVAL-LIMIT               PIC 9(7)V99.
           05  OS-MAINT-LOT                    PIC X.
           05  FILLER                          PIC X(6).

       WORKING-STORAGE SECTION.

               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-MASTER-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-SECURITY-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-SIGNON-FLAG          PIC X       VALUE 'N'.
               88  SIGNON-ACCEPTED                 VALUE 'Y'.
           05  WS-SESSION-FLAG         PIC X       VALUE ' '.
               88  NO-MORE-MAINT                   VALUE 'N'.
           05  WS-FILE-SESSION-FLAG    PIC X       VALUE ' '.

       01  MAINT-CONTROL-FIELDS.
           05  MT-OPERATOR             PIC X(3)    VALUE SPACES.
           05  MT-PASSWORD             PIC X(8)    VALUE SPACES.
           05  MT-TRIES                PIC 9       VALUE ZERO.
           05  MT-AUTHORITY            PIC X       VALUE 'N'.
      * The signed-on operator's rights to each master, in the
      * order of OS-MAINT-AUTHORITY, then the lot authority.
           05  MT-MAINT-AUTHORITY.
               10  MT-AUTH-VENDOR          PIC X.
               10  MT-AUTH-WAREHOUSE       PIC X.
               10  MT-AUTH-CANDY           PIC X.
               10  MT-AUTH-RETAIL          PIC X.
               10  MT-AUTH-LOT             PIC X.
           05  MT-FILE-CODE            PIC X       VALUE SPACE.
               88  MAINT-VENDOR-FILE               VALUE 'V'.
               88  MAINT-WAREHOUSE-FILE            VALUE 'W'.
               88  MAINT-CANDY-FILE                VALUE 'C'.
               88  MAINT-RETAIL-FILE               VALUE 'R'.
               88  MAINT-LOT-FILE                  VALUE 'L'.
           05  MT-FILE-ID              PIC X(8)    VALUE SPACES.
           05  MT-ACTION               PIC X       VALUE SPACE.
               88  MAINT-ADD                       VALUE 'A'.
               88  MAINT-CHANGE                    VALUE 'C'.
               88  MAINT-DEACTIVATE                VALUE 'D'.
               88  MAINT-END-FILE                  VALUE 'E'.
               88  MAINT-LOT-HOLD                  VALUE 'H'.
               88  MAINT-LOT-QUARANTINE            VALUE 'Q'.
               88  MAINT-LOT-RELEASE               VALUE 'R'.

      * The whole selected master is held here for the file session:
      * raw record images plus a delete mark, written back over the
      * file only when the operator ends the session with E. The
      * table holds the 400 lots CS370PROGRAM4's lot book holds.
       01  MAINT-TABLE-FIELDS.
           05  MT-COUNT                PIC 999     VALUE ZERO.
           05  MT-SUB                  PIC 999     VALUE 1.
           05  MT-FOUND-SUB            PIC 999     VALUE ZERO.
           05  MT-CHANGED-COUNT        PIC 999     VALUE ZERO.
           05  MT-ENTRY OCCURS 400 TIMES.
               10  MT-IMAGE                PIC X(30).
               10  MT-DELETED              PIC X.
               10  MT-LOT-CHANGED          PIC X.

      * Status and reason of each lot changed in a lot session, by
      * warehouse/vendor/candy/lot, kept while the lot file is read
      * again at the E.
       01  LOT-CHANGE-FIELDS.
           05  LC-COUNT                PIC 999     VALUE ZERO.
           05  LC-SUB                  PIC 999     VALUE 1.
           05  LC-NOT-FOUND            PIC 999     VALUE ZERO.
           05  LC-ENTRY OCCURS 400 TIMES.
               10  LC-KEY                  PIC X(14).
               10  LC-STATUS               PIC XX.
               10  LC-APPLIED              PIC X.

      * Vendor codes on the vendor master, loaded fresh before a
      * candy-master session so a candy's vendor can be checked the
           05  WK-WAREHOUSE-IN         PIC X(4)    VALUE SPACES.
           05  WK-VENDOR-IN            PIC X       VALUE SPACE.
           05  WK-CANDY-IN             PIC X(3)    VALUE SPACES.
           05  WK-LOT-IN               PIC X(6)    VALUE SPACES.
           05  WK-SELECT-BY            PIC X       VALUE SPACE.
               88  SELECT-BY-LOT                   VALUE 'L'.
               88  SELECT-BY-VENDOR                VALUE 'V'.
               88  SELECT-BY-CANDY                 VALUE 'C'.
           05  WK-REASON-IN            PIC X       VALUE SPACE.
               88  WK-VALID-REASON                 VALUE 'E' 'D'
                                                         'R' 'V'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 99.

       10-CONTROL-MODULE.
           DISPLAY 'CANDY SYSTEM LOOKUP MASTER MAINTENANCE'
           PERFORM 12-SIGN-ON
           IF NOT SIGNON-ACCEPTED
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
           ELSE
               IF MT-MAINT-AUTHORITY IS EQUAL TO 'NNNNN'
                       OR MT-MAINT-AUTHORITY IS EQUAL TO 'NNNN '
                       OR MT-MAINT-AUTHORITY IS EQUAL TO SPACES
                   DISPLAY 'OPERATOR ' MT-OPERATOR
                           ' NOT AUTHORIZED FOR MASTER MAINTENANCE'
               ELSE
                   PERFORM 20-MAINT-LOOP UNTIL NO-MORE-MAINT
               END-IF
           END-IF
           STOP RUN
           .

      **** OPERATOR SIGN-ON ****
      * Three tries at an ID and password that match an active
      * operator on the security file. A missing security file lets
      * nobody on.
       12-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-FLAG
           MOVE ZERO TO MT-TRIES
           PERFORM UNTIL SIGNON-ACCEPTED OR MT-TRIES > 2
               ADD 1 TO MT-TRIES
               DISPLAY 'OPERATOR ID:'
               MOVE SPACES TO MT-OPERATOR
               ACCEPT MT-OPERATOR
               DISPLAY 'PASSWORD:'
               MOVE SPACES TO MT-PASSWORD
               ACCEPT MT-PASSWORD
               PERFORM 14-CHECK-OPERATOR
               IF NOT SIGNON-ACCEPTED
                   DISPLAY 'SIGN-ON REJECTED'
               END-IF
           END-PERFORM
           .

       14-CHECK-OPERATOR.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-SECURITY-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
               MOVE 3 TO MT-TRIES
           ELSE
               PERFORM UNTIL NO-MORE-DATA OR SIGNON-ACCEPTED
                   READ OPERATOR-SECURITY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF OS-OPERATOR-ID IS EQUAL TO MT-OPERATOR
                                   AND OS-PASSWORD IS EQUAL TO
                                       MT-PASSWORD
                                   AND OS-STATUS IS EQUAL TO 'A'
                                   AND MT-OPERATOR IS NOT EQUAL TO
                                       SPACES
                               MOVE OS-MAINT-AUTHORITY TO
                                       MT-MAINT-AUTHORITY
                               MOVE OS-MAINT-LOT TO MT-AUTH-LOT
                               SET SIGNON-ACCEPTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE OPERATOR-SECURITY-FILE
           END-IF
           .

       20-MAINT-LOOP.
           DISPLAY ' '
           DISPLAY 'FILE - V=VENDOR W=WAREHOUSE C=CANDY R=RETAIL '
                   'L=LOT'
           DISPLAY '(SPACES TO END):'
           MOVE SPACE TO MT-FILE-CODE
           ACCEPT MT-FILE-CODE
                   SET NO-MORE-MAINT TO TRUE
               WHEN MAINT-VENDOR-FILE
                   MOVE 'VENDOR' TO MT-FILE-ID
                   MOVE MT-AUTH-VENDOR TO MT-AUTHORITY
                   PERFORM 30-FILE-SESSION
               WHEN MAINT-WAREHOUSE-FILE
                   MOVE 'WAREHSE' TO MT-FILE-ID
                   MOVE MT-AUTH-WAREHOUSE TO MT-AUTHORITY
                   PERFORM 30-FILE-SESSION
               WHEN MAINT-CANDY-FILE
                   MOVE 'CANDY' TO MT-FILE-ID
                   MOVE MT-AUTH-CANDY TO MT-AUTHORITY
                   PERFORM 25-LOAD-VENDOR-CHECK
                   PERFORM 30-FILE-SESSION
               WHEN MAINT-RETAIL-FILE
                   MOVE 'RETAIL' TO MT-FILE-ID
                   MOVE MT-AUTH-RETAIL TO MT-AUTHORITY
                   PERFORM 30-FILE-SESSION
               WHEN MAINT-LOT-FILE
                   MOVE 'LOT' TO MT-FILE-ID
                   MOVE MT-AUTH-LOT TO MT-AUTHORITY
                   PERFORM 30-FILE-SESSION
               WHEN OTHER
                   DISPLAY 'UNKNOWN FILE CODE: ' MT-FILE-CODE
           .

       30-FILE-SESSION.
           IF MT-AUTHORITY IS NOT EQUAL TO 'Y'
               DISPLAY 'OPERATOR ' MT-OPERATOR ' NOT AUTHORIZED FOR '
                       MT-FILE-ID ' MAINTENANCE'
           ELSE
               PERFORM 35-LOAD-SELECTED-FILE
               DISPLAY MT-FILE-ID ' MASTER LOADED - ' MT-COUNT
                       ' RECORDS'
               MOVE ' ' TO WS-FILE-SESSION-FLAG
               IF MAINT-LOT-FILE
                   PERFORM 45-LOT-ACTION-LOOP UNTIL FILE-SESSION-DONE
               ELSE
                   PERFORM 40-ACTION-LOOP UNTIL FILE-SESSION-DONE
               END-IF
               PERFORM 38-REWRITE-SELECTED-FILE
               DISPLAY MT-FILE-ID ' MASTER REWRITTEN'
           END-IF
           .

       35-LOAD-SELECTED-FILE.
                       MOVE ' ' TO EOF-FLAG
                       CLOSE RETAIL-PRICE-FILE
                   END-IF
               WHEN MAINT-LOT-FILE
                   OPEN INPUT CANDY-LOT-FILE
                   IF WS-MASTER-FILE-STATUS IS EQUAL TO '00'
                       PERFORM UNTIL NO-MORE-DATA
                           READ CANDY-LOT-FILE
                               AT END
                                   MOVE 'N' TO EOF-FLAG
                               NOT AT END
                                   MOVE CANDY-LOT-RECORD TO WK-IMAGE
                                   PERFORM 36-ADD-TABLE-ENTRY
                           END-READ
                       END-PERFORM
                       MOVE ' ' TO EOF-FLAG
                       CLOSE CANDY-LOT-FILE
                   END-IF
           END-EVALUATE
           .

       36-ADD-TABLE-ENTRY.
           IF MT-COUNT < 400
               ADD 1 TO MT-COUNT
               MOVE WK-IMAGE TO MT-IMAGE (MT-COUNT)
               MOVE ' ' TO MT-DELETED (MT-COUNT)
               MOVE ' ' TO MT-LOT-CHANGED (MT-COUNT)
           ELSE
               DISPLAY 'MAINTENANCE TABLE FULL - RECORD DROPPED'
           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE RETAIL-PRICE-FILE
               WHEN MAINT-LOT-FILE
                   PERFORM 39-MERGE-LOT-CHANGES
                   OPEN OUTPUT CANDY-LOT-FILE
                   PERFORM VARYING MT-SUB FROM 1 BY 1
                           UNTIL MT-SUB > MT-COUNT
                       IF MT-DELETED (MT-SUB) IS NOT EQUAL TO 'Y'
                           MOVE MT-IMAGE (MT-SUB) TO CANDY-LOT-RECORD
                           WRITE CANDY-LOT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE CANDY-LOT-FILE
           END-EVALUATE
           .

      * The session's changed lots are set aside, the lot file is
      * loaded again as it stands now, and the saved status and
      * reason are laid over the matching lots. A changed lot the
      * posting run has since used up is reported and dropped.
       39-MERGE-LOT-CHANGES.
           MOVE ZERO TO LC-COUNT
           MOVE ZERO TO LC-NOT-FOUND
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-COUNT
               IF MT-LOT-CHANGED (MT-SUB) IS EQUAL TO 'Y'
                   ADD 1 TO LC-COUNT
                   MOVE MT-IMAGE (MT-SUB) (1:14) TO LC-KEY (LC-COUNT)
                   MOVE MT-IMAGE (MT-SUB) (25:2) TO
                           LC-STATUS (LC-COUNT)
                   MOVE 'N' TO LC-APPLIED (LC-COUNT)
               END-IF
           END-PERFORM
           PERFORM 35-LOAD-SELECTED-FILE
           PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-COUNT
               PERFORM VARYING LC-SUB FROM 1 BY 1
                       UNTIL LC-SUB > LC-COUNT
                   IF MT-IMAGE (MT-SUB) (1:14) IS EQUAL TO
                           LC-KEY (LC-SUB)
                       MOVE LC-STATUS (LC-SUB) TO
                               MT-IMAGE (MT-SUB) (25:2)
                       MOVE 'Y' TO LC-APPLIED (LC-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING LC-SUB FROM 1 BY 1
                   UNTIL LC-SUB > LC-COUNT
               IF LC-APPLIED (LC-SUB) IS NOT EQUAL TO 'Y'
                   ADD 1 TO LC-NOT-FOUND
                   DISPLAY 'LOT NO LONGER ON FILE - NOT CHANGED: '
                           LC-KEY (LC-SUB)
               END-IF
           END-PERFORM
           .

       40-ACTION-LOOP.
           DISPLAY ' '
           DISPLAY MT-FILE-ID
           END-EVALUATE
           .

      **** LOT STATUS SESSION ****
      * H puts the selected lots on hold, Q quarantines them, and R
      * releases them back to available. A hold or quarantine takes
      * a reason code - the same codes a disposal carries - and an
      * R reason marks a vendor recall for the recall trace report.
       45-LOT-ACTION-LOOP.
           DISPLAY ' '
           DISPLAY 'LOT ACTION - H=HOLD Q=QUARANTINE R=RELEASE E=END:'
           MOVE SPACE TO MT-ACTION
           ACCEPT MT-ACTION
           EVALUATE TRUE
               WHEN MAINT-END-FILE
                   SET FILE-SESSION-DONE TO TRUE
               WHEN MAINT-LOT-HOLD OR MAINT-LOT-QUARANTINE
                       OR MAINT-LOT-RELEASE
                   PERFORM 46-ACCEPT-LOT-SELECTION
                   IF NOT EDIT-FAILED
                       PERFORM 47-APPLY-LOT-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION: ' MT-ACTION
           END-EVALUATE
           .

      * A candy is keyed with its vendor, as on the candy master; a
      * blank vendor takes the candy ID under every vendor.
       46-ACCEPT-LOT-SELECTION.
           MOVE ' ' TO WS-EDIT-FLAG
           MOVE SPACES TO WK-LOT-IN
           MOVE SPACES TO WK-CANDY-IN
           MOVE SPACES TO WK-WAREHOUSE-IN
           MOVE SPACE TO WK-VENDOR-IN
           MOVE SPACE TO WK-REASON-IN
           DISPLAY 'SELECT BY - L=LOT NUMBER V=VENDOR C=CANDY:'
           MOVE SPACE TO WK-SELECT-BY
           ACCEPT WK-SELECT-BY
           EVALUATE TRUE
               WHEN SELECT-BY-LOT
                   DISPLAY 'LOT NUMBER:'
                   ACCEPT WK-LOT-IN
                   IF WK-LOT-IN IS EQUAL TO SPACES
                       DISPLAY 'LOT NUMBER REQUIRED'
                       MOVE 'E' TO WS-EDIT-FLAG
                   END-IF
               WHEN SELECT-BY-VENDOR
                   DISPLAY 'VENDOR ID:'
                   ACCEPT WK-VENDOR-IN
                   IF WK-VENDOR-IN IS EQUAL TO SPACE
                       DISPLAY 'VENDOR ID REQUIRED'
                       MOVE 'E' TO WS-EDIT-FLAG
                   END-IF
               WHEN SELECT-BY-CANDY
                   DISPLAY 'CANDY ID:'
                   ACCEPT WK-CANDY-IN
                   DISPLAY 'VENDOR ID (BLANK FOR ALL VENDORS):'
                   ACCEPT WK-VENDOR-IN
                   IF WK-CANDY-IN IS EQUAL TO SPACES
                       DISPLAY 'CANDY ID REQUIRED'
                       MOVE 'E' TO WS-EDIT-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN SELECTION: ' WK-SELECT-BY
                   MOVE 'E' TO WS-EDIT-FLAG
           END-EVALUATE
           IF NOT EDIT-FAILED
               DISPLAY 'WAREHOUSE ID (BLANK FOR ALL WAREHOUSES):'
               ACCEPT WK-WAREHOUSE-IN
           END-IF
           IF NOT EDIT-FAILED AND NOT MAINT-LOT-RELEASE
               DISPLAY 'REASON - E=EXPIRED D=DAMAGED R=RECALLED '
                       'V=RETURNED TO VENDOR:'
               ACCEPT WK-REASON-IN
               IF NOT WK-VALID-REASON
                   DISPLAY 'HOLD REASON MUST BE E, D, R OR V'
                   MOVE 'E' TO WS-EDIT-FLAG
               END-IF
           END-IF
           .

       47-APPLY-LOT-STATUS.
           MOVE ZERO TO MT-CHANGED-COUNT
           EVALUATE TRUE
               WHEN MAINT-LOT-HOLD
                   MOVE 'H' TO WK-STATUS-IN
                   MOVE 'HOLD' TO WK-ACTION
               WHEN MAINT-LOT-QUARANTINE
                   MOVE 'Q' TO WK-STATUS-IN
                   MOVE 'QUARAN' TO WK-ACTION
               WHEN OTHER
                   MOVE 'A' TO WK-STATUS-IN
                   MOVE 'RELEAS' TO WK-ACTION
           END-EVALUATE
           PERFORM 48-SET-ONE-LOT
               VARYING MT-SUB FROM 1 BY 1
               UNTIL MT-SUB > MT-COUNT
           IF MT-CHANGED-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO LOTS CHANGED'
           ELSE
               DISPLAY 'LOTS CHANGED: ' MT-CHANGED-COUNT
           END-IF
           .

      * One audit record per lot changed, keyed by lot number, so a
      * recall hold shows who placed it on every lot it covered. A
      * lot already in the requested state is passed over; a lot
      * written before lots carried a status reads as available.
       48-SET-ONE-LOT.
           IF MT-DELETED (MT-SUB) IS NOT EQUAL TO 'Y'
                   AND (WK-LOT-IN IS EQUAL TO SPACES
                       OR MT-IMAGE (MT-SUB) (9:6) IS EQUAL TO WK-LOT-IN)
                   AND (WK-VENDOR-IN IS EQUAL TO SPACE
                       OR MT-IMAGE (MT-SUB) (5:1) IS EQUAL TO
                           WK-VENDOR-IN)
                   AND (WK-CANDY-IN IS EQUAL TO SPACES
                       OR MT-IMAGE (MT-SUB) (6:3) IS EQUAL TO
                           WK-CANDY-IN)
                   AND (WK-WAREHOUSE-IN IS EQUAL TO SPACES
                       OR MT-IMAGE (MT-SUB) (1:4) IS EQUAL TO
                           WK-WAREHOUSE-IN)
               MOVE MT-IMAGE (MT-SUB) TO WK-OLD-IMAGE
               MOVE MT-IMAGE (MT-SUB) TO WK-IMAGE
               MOVE WK-STATUS-IN TO WK-IMAGE (25:1)
               MOVE WK-REASON-IN TO WK-IMAGE (26:1)
               IF WK-IMAGE IS NOT EQUAL TO WK-OLD-IMAGE
                       AND NOT (WK-OLD-IMAGE (25:2) IS EQUAL TO SPACES
                           AND MAINT-LOT-RELEASE)
                   MOVE WK-IMAGE TO MT-IMAGE (MT-SUB)
                   MOVE 'Y' TO MT-LOT-CHANGED (MT-SUB)
                   MOVE SPACES TO WK-KEY
                   MOVE WK-IMAGE (9:6) TO WK-KEY (1:6)
                   PERFORM 80-WRITE-AUDIT
                   ADD 1 TO MT-CHANGED-COUNT
                   DISPLAY WK-ACTION ': ' WK-IMAGE
               END-IF
           END-IF
           .

       50-ACCEPT-KEY.
           MOVE SPACES TO WK-KEY
           EVALUATE TRUE
           .

       70-APPLY-ADD.
           IF MT-COUNT < 400
               ADD 1 TO MT-COUNT
               MOVE WK-IMAGE TO MT-IMAGE (MT-COUNT)
               MOVE ' ' TO MT-DELETED (MT-COUNT)
               MOVE ' ' TO MT-LOT-CHANGED (MT-COUNT)
               MOVE SPACES TO WK-OLD-IMAGE
               MOVE 'ADD' TO WK-ACTION
               PERFORM 80-WRITE-AUDIT
           MOVE WK-KEY TO AU-KEY
           MOVE WK-OLD-IMAGE TO AU-BEFORE
           MOVE WK-IMAGE TO AU-AFTER
           MOVE MT-OPERATOR TO AU-APPROVER
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
