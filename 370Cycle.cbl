      *              ((N - 1) MOD days) + 1, so every group comes up
      *              for counting once per cycle.
      *
      *              That once-a-cycle rule now holds only for the
      *              C items. The daily run classes every group A,
      *              B or C on extended cost (ABC-CLASSES.txt), and
      *              the card carries how many times per cycle an A
      *              (cols 13-14, default 4) and a B (cols 15-16,
      *              default 2) are counted. Each class is sliced
      *              on its own: the Nth group of a class comes up
      *              on day ((N - 1) MOD interval) + 1 of every
      *              interval, the interval being the cycle days
      *              divided by the class's count. With no class
      *              file every group is a C and the sheets come
      *              out exactly as they always did.
      *
      *   VARIANCE - read the keyed count file (CYCLE-COUNTS.txt)
      *              the floor filled in from the sheets, compare
      *              each count to the book stock, and print the
      *              transaction - wrapped in the '**H'/'**T' batch
      *              controls the posting run verifies - so the
      *              existing 530-APPLY-ONE-TRAN path corrects the
      *              master. No side-door updates. The report
      *              closes with count accuracy by ABC class - how
      *              many counts of each class agreed with the book
      *              and the dollars the rest were out by.
      *
      *              A variance whose dollar impact, either way, is
      *              over the release limit is not written as an
      *              adjustment. It goes to CYCLE-PENDING.txt to wait
      *              for a supervisor. The release limit is the lower
      *              of the card's threshold (cols 17-20, whole
      *              dollars, default 500) and the operator's own
      *              approval limit.
      *
      *   APPROVE  - a supervisor works through CYCLE-PENDING.txt,
      *              approving or rejecting each held variance. Dock
      *              adjustments and disposals CS370ENTRY holds over
      *              the same limit wait on that file too, and carry
      *              their own transaction type and reference. A
      *              supervisor may not approve a variance they keyed
      *              or one over their own approval limit. Approved
      *              variances are released together as one 'CA'
      *              adjustment batch. Rejected ones are dropped and
      *              the rest stay pending.
      *
      * Every pass signs the operator on against
      * OPERATOR-SECURITY.txt, the same file CS370MAINT uses, and
      * the operator must hold that pass's authority. Each adjustment
      * released, held, approved or rejected goes on MAINT-AUDIT.txt
      * with who keyed it and who approved it.
      *
      * Book stock is the first candy entry of the group, the same
      * slot the posting run applies transactions against.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT ABC-CLASS-FILE
               ASSIGN TO 'ABC-CLASSES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'OPERATOR-SECURITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'CYCLE-PENDING.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-COPY-FILE
               ASSIGN TO 'CYCLE-PENDING.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-COPY-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO 'MAINT-AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CY-MODE                         PIC X(8).
           05  CY-DAY-IN                       PIC 9(2).
           05  CY-DAYS-IN                      PIC 9(2).
           05  CY-A-COUNTS-IN                  PIC 9(2).
           05  CY-B-COUNTS-IN                  PIC 9(2).
           05  CY-THRESHOLD-IN                 PIC 9(4).

      **** KEYED COUNT FILE ****
      * One record per counted warehouse/vendor/candy group, keyed

       01  TRANSACTION-RECORD                  PIC X(21).

      * Written in master key order by CS370PROGRAM4's
      * 480-ABC-CLASSIFICATION on every daily run.
       FD  ABC-CLASS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ABC-CLASS-RECORD.
           05  AC-RECORD-KEY.
               10  AC-WAREHOUSE-ID             PIC X(4).
               10  AC-VENDOR-ID                PIC X.
               10  AC-CANDY-ID                 PIC X(3).
           05  AC-CLASS                        PIC X.
           05  AC-RANK                         PIC 9(5).
           05  AC-EXT-COST                     PIC 9(7)V99.
           05  AC-STOCK                        PIC 9(6).
           05  FILLER                          PIC X.

      **** OPERATOR SECURITY FILE ****
      * One record per operator, shared with CS370MAINT: the ID and
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

      **** PENDING APPROVAL FILE ****
      * Count variances over the release limit, waiting for a
      * supervisor. Laid out in PENDING-WORK-RECORD.
       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  PENDING-APPROVAL-RECORD             PIC X(50).

      * The pending file is built here when the approval pass could
      * not hold all of it, then copied back over CYCLE-PENDING.txt.
       FD  PENDING-COPY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  PENDING-COPY-RECORD                 PIC X(50).

      * Same layout CS370MAINT writes.
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  MAINT-AUDIT-RECORD.
           05  AU-DATE                         PIC 9(6).
           05  AU-TIME                         PIC 9(6).
           05  AU-OPERATOR                     PIC X(3).
           05  AU-FILE-ID                      PIC X(8).
           05  AU-ACTION                       PIC X(6).
           05  AU-KEY                          PIC X(8).
           05  AU-BEFORE                       PIC X(30).
           05  AU-AFTER                        PIC X(30).
           05  AU-APPROVER                     PIC X(3).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-COUNT-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-TRANSACTION-FILE-STATUS
                                       PIC XX      VALUE '00'.
           05  WS-CLASS-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-SECURITY-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-PENDING-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PENDING-COPY-STATUS  PIC XX      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-SIGNON-FLAG          PIC X       VALUE 'N'.
               88  SIGNON-ACCEPTED                 VALUE 'Y'.
           05  WS-REVIEW-FLAG          PIC X       VALUE ' '.
               88  REVIEW-STOPPED                  VALUE 'Q'.
           05  WS-ADJ-BUILT-FLAG       PIC X       VALUE 'N'.
               88  ADJUSTMENT-BUILT                VALUE 'Y'.
           05  WS-PENDING-OVER-FLAG    PIC X       VALUE 'N'.
               88  PENDING-OVERFLOWED              VALUE 'Y'.

       01  CYCLE-CONTROL-FIELDS.
           05  CY-MODE-HELD            PIC X(8)    VALUE 'SHEETS'.
               88  CYCLE-MODE-SHEETS               VALUE 'SHEETS'.
               88  CYCLE-MODE-VARIANCE             VALUE 'VARIANCE'.
               88  CYCLE-MODE-APPROVE              VALUE 'APPROVE'.
           05  CY-THRESHOLD            PIC 9(7)V99 VALUE 500.
           05  CY-DAY                  PIC 99      VALUE 1.
           05  CY-DAYS                 PIC 99      VALUE 20.
           05  CY-A-COUNTS             PIC 99      VALUE 4.
           05  CY-B-COUNTS             PIC 99      VALUE 2.
           05  CY-INTERVAL             PIC 99      VALUE ZERO.
           05  CY-TODAY-SLOT           PIC 99      VALUE ZERO.
           05  CY-SLICE-DAY            PIC 99      VALUE ZERO.
           05  CY-SLICE-WORK           PIC 9(5)    VALUE ZERO.
           05  CY-GROUPS-PRINTED       PIC 9(4)    VALUE ZERO.
           05  CY-SUB                  PIC 999     VALUE 1.

      * The signed-on operator's security record, and the variance
      * release limit that follows from it.
       01  SIGN-ON-FIELDS.
           05  SO-OPERATOR-IN          PIC X(3)    VALUE SPACES.
           05  SO-PASSWORD-IN          PIC X(8)    VALUE SPACES.
           05  SO-TRIES                PIC 9       VALUE ZERO.
           05  SO-AUTHORITY            PIC X       VALUE 'N'.
           05  SO-RELEASE-LIMIT        PIC 9(7)V99 VALUE ZERO.
           05  SO-OPERATOR-RECORD.
               10  SO-OPERATOR-ID          PIC X(3).
               10  SO-PASSWORD             PIC X(8).
               10  SO-OPERATOR-NAME        PIC X(15).
               10  SO-STATUS               PIC X.
               10  SO-MAINT-AUTHORITY      PIC X(4).
               10  SO-CYCLE-SHEETS         PIC X.
               10  SO-CYCLE-VARIANCE       PIC X.
               10  SO-CYCLE-APPROVE        PIC X.
               10  SO-APPROVAL-LIMIT       PIC 9(7)V99.
               10  SO-MAINT-LOT            PIC X.
               10  FILLER                  PIC X(6).

      * One held variance. The image of the count as it stood when
      * it was keyed, so the supervisor sees what the counter saw.
      * A count held here is type A with no reference. A dock line
      * from CS370ENTRY carries its own type (A or D) and reference,
      * and for a disposal PW-COUNTED-QTY is the cases disposed.
       01  PENDING-WORK-RECORD.
           05  PW-RECORD-KEY.
               10  PW-WAREHOUSE-ID         PIC X(4).
               10  PW-VENDOR-ID            PIC X.
               10  PW-CANDY-ID             PIC X(3).
           05  PW-COUNTED-QTY              PIC 9(4).
           05  PW-BOOK-QTY                 PIC S9(4).
           05  PW-DOLLAR-IMPACT            PIC S9(7)V99.
           05  PW-COUNTER                  PIC X(3).
           05  PW-KEYED-BY                 PIC X(3).
           05  PW-KEYED-DATE               PIC 9(6).
           05  PW-TRAN-TYPE                PIC X.
           05  PW-REFERENCE                PIC X(8).
           05  FILLER                      PIC X(4).

      * The pending file held for the approval pass, with the
      * supervisor's decision against each entry. Entries past the
      * 200th are not loaded; they are counted, and carried over
      * untouched when the file is rewritten.
       01  APPROVAL-FIELDS.
           05  PD-COUNT                PIC 999     VALUE ZERO.
           05  PD-NOT-LOADED           PIC 9(5)    VALUE ZERO.
           05  PD-SKIP-COUNT           PIC 999     VALUE ZERO.
           05  PD-SUB                  PIC 999     VALUE 1.
           05  PD-APPROVED-COUNT       PIC 999     VALUE ZERO.
           05  PD-REJECTED-COUNT       PIC 999     VALUE ZERO.
           05  PD-KEPT-COUNT           PIC 999     VALUE ZERO.
           05  PD-ANSWER               PIC X       VALUE SPACE.
           05  PD-ENTRY OCCURS 200 TIMES.
               10  PD-IMAGE                PIC X(50).
               10  PD-DECISION             PIC X.
           05  PD-EDIT-BOOK            PIC -(4)9.
           05  PD-EDIT-COUNTED         PIC ZZZ9.
           05  PD-EDIT-DOLLARS         PIC -(7)9.99.
           05  PD-EDIT-LIMIT           PIC Z(6)9.99.

      * Readable before and after images for a count adjustment on
      * the audit trail.
       01  AUDIT-IMAGE-FIELDS.
           05  AI-ACTION               PIC X(6)    VALUE SPACES.
           05  AI-KEY                  PIC X(8)    VALUE SPACES.
           05  AI-KEYED-BY             PIC X(3)    VALUE SPACES.
           05  AI-APPROVER             PIC X(3)    VALUE SPACES.
           05  AI-BEFORE.
               10                      PIC X(11)   VALUE 'BOOK STOCK '.
               10  AI-BOOK             PIC -(4)9.
               10                      PIC X(14)   VALUE SPACES.
           05  AI-AFTER.
               10                      PIC X(8)    VALUE 'COUNTED '.
               10  AI-COUNTED          PIC ZZZ9.
               10                      PIC X(2)    VALUE ' $'.
               10  AI-DOLLARS          PIC -(7)9.99.
               10                      PIC X(4)    VALUE SPACES.

      * ABC classes loaded from ABC-CLASSES.txt. A group missing
      * from the table - new since the daily run, or no class file
      * at all - is treated as a C. Each class keeps its own
      * running ordinal for the slicing and its own totals.
       01  ABC-CLASS-FIELDS.
           05  CY-CLASS-LETTERS        PIC X(3)    VALUE 'ABC'.
           05  CY-LOOKUP-KEY           PIC X(8)    VALUE SPACES.
           05  CY-CLASS-IDX            PIC 9       VALUE 3.
           05  CY-CLASS-FOUND          PIC X       VALUE 'N'.
               88  CLASS-IS-FOUND                  VALUE 'Y'.
           05  CY-CLASS-COUNT          PIC 9(4)    VALUE ZERO.
           05  CY-CLASS-SUB            PIC 9(4)    VALUE ZERO.
           05  CY-CLASS-ENTRY OCCURS 3000 TIMES.
               10  CYC-KEY                 PIC X(8).
               10  CYC-CLASS               PIC X.
           05  CY-CLASS-STATS OCCURS 3 TIMES.
               10  CYS-ORDINAL             PIC 9(5).
               10  CYS-PRINTED             PIC 9(4).
               10  CYS-COUNTS              PIC 9(4).
               10  CYS-ACCURATE            PIC 9(4).
               10  CYS-ABS-DOLLARS         PIC 9(9)V99.

       01  VARIANCE-WORK-FIELDS.
           05  CV-COUNTS-READ          PIC 9(4)    VALUE ZERO.
           05  CV-NO-MASTER-COUNT      PIC 9(4)    VALUE ZERO.
           05  CV-VARIANCE             PIC S9(5)   VALUE ZERO.
           05  CV-DOLLAR-IMPACT        PIC S9(8)V99 VALUE ZERO.
           05  CV-TOTAL-IMPACT         PIC S9(9)V99 VALUE ZERO.
           05  CV-ABS-IMPACT           PIC 9(8)V99 VALUE ZERO.
           05  CV-ACCURACY-WORK        PIC 9(7)    VALUE ZERO.
           05  CV-ACCURACY-PCT         PIC 999V9   VALUE ZERO.
           05  CV-QTY-HASH             PIC 9(6)    VALUE ZERO.
           05  CV-HELD-COUNT           PIC 9(4)    VALUE ZERO.
           05  CV-HELD-DOLLARS         PIC 9(9)V99 VALUE ZERO.
           05  CV-BATCH-PREFIX         PIC XX      VALUE 'CY'.
           05  CV-ADJ-KEY.
               10  CV-ADJ-WAREHOUSE        PIC X(4).
               10  CV-ADJ-VENDOR           PIC X.
               10  CV-ADJ-CANDY            PIC X(3).
           05  CV-ADJ-QTY              PIC 9(4)    VALUE ZERO.
           05  CV-ADJ-DATE             PIC 9(6)    VALUE ZERO.
           05  CV-ADJ-TYPE             PIC X       VALUE 'A'.
           05  CV-ADJ-REFERENCE        PIC X(8)    VALUE SPACES.
           05  CV-CURRENT-LINE.
               10  CV-CL-CANDY-NAME        PIC X(15).
               10  CV-CL-CANDY-BOX-SIZE    PIC A.
           05  WS-MONTH                PIC 99.
           05  WS-DAY                  PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR                 PIC 99.
           05  WS-MINUTE               PIC 99.
           05  WS-SECOND               PIC 99.
           05  FILLER                  PIC XX.

      **** COUNT SHEET LINES ****

       01  SHEET-HEADING.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CANDY: '.
           05  SH-CANDY            PIC X(3).
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CLASS: '.
           05  SH-CLASS            PIC X.

       01  SHEET-DETAIL-LINE.
           05                      PIC X(6)        VALUE SPACES.
                                   'GROUPS ON THIS SHEET: '.
           05  SH-GROUP-COUNT      PIC ZZZ9.

       01  SHEET-CLASS-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'CLASS A: '.
           05  SH-A-COUNT          PIC ZZZ9.
           05                      PIC X(12)       VALUE
                                   '   CLASS B: '.
           05  SH-B-COUNT          PIC ZZZ9.
           05                      PIC X(12)       VALUE
                                   '   CLASS C: '.
           05  SH-C-COUNT          PIC ZZZ9.

      **** VARIANCE REPORT LINES ****

       01  VARIANCE-HEADING.
           05                      PIC X(9)        VALUE 'DOLLARS'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'COUNTER'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(2)        VALUE 'CL'.

       01  VARIANCE-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  CV-DL-DOLLARS       PIC -(7)9.99.
           05                      PIC X(4)        VALUE SPACES.
           05  CV-DL-COUNTER       PIC X(3).
           05                      PIC X(10)       VALUE SPACES.
           05  CV-DL-CLASS         PIC X.

       01  VARIANCE-NO-MASTER-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(2)        VALUE SPACES.
           05  CV-SUM-COUNT        PIC ZZ,ZZ9.

       01  VARIANCE-HELD-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'HELD DOLLARS (ABSOLUTE):'.
           05                      PIC X(2)        VALUE SPACES.
           05  CV-HELD-OUT         PIC Z(8)9.99.

       01  VARIANCE-LIMIT-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'OPERATOR: '.
           05  CV-LL-OPERATOR      PIC X(3).
           05                      PIC X(19)       VALUE
                                   '   RELEASE LIMIT: '.
           05  CV-LL-LIMIT         PIC Z(6)9.99.

       01  VARIANCE-IMPACT-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(26)       VALUE
           05                      PIC X(2)        VALUE SPACES.
           05  CV-TOTAL-OUT        PIC -(8)9.99.

       01  VARIANCE-CLASS-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CLASS'.
           05                      PIC X(9)        VALUE 'COUNTED'.
           05                      PIC X(10)       VALUE 'ACCURATE'.
           05                      PIC X(10)       VALUE 'ACCURACY'.
           05                      PIC X(13)       VALUE
                                   '  ABS DOLLARS'.

       01  VARIANCE-CLASS-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  CV-CA-CLASS         PIC X(5).
           05                      PIC X(2)        VALUE SPACES.
           05  CV-CA-COUNTED       PIC ZZ,ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  CV-CA-ACCURATE      PIC ZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  CV-CA-PCT           PIC ZZ9.9.
           05                      PIC X           VALUE '%'.
           05                      PIC X(4)        VALUE SPACES.
           05  CV-CA-DOLLARS       PIC ZZ,ZZZ,ZZ9.99.

       01  VARIANCE-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(31)       VALUE

       10-CONTROL-MODULE.
           PERFORM 15-READ-CYCLE-OPTIONS
           PERFORM 17-LOAD-ABC-CLASSES
           ACCEPT WS-CURRENT-DATE FROM DATE
           IF CYCLE-MODE-SHEETS OR CYCLE-MODE-VARIANCE
                   OR CYCLE-MODE-APPROVE
               PERFORM 12-SIGN-ON
           END-IF
           EVALUATE TRUE
               WHEN NOT (CYCLE-MODE-SHEETS OR CYCLE-MODE-VARIANCE
                       OR CYCLE-MODE-APPROVE)
                   DISPLAY 'UNKNOWN CYCLE MODE: ' CY-MODE-HELD
               WHEN NOT SIGNON-ACCEPTED
                   DISPLAY 'SIGN-ON FAILED - ' CY-MODE-HELD
                           ' PASS NOT RUN'
               WHEN SO-AUTHORITY IS NOT EQUAL TO 'Y'
                   DISPLAY 'OPERATOR ' SO-OPERATOR-ID
                           ' NOT AUTHORIZED FOR ' CY-MODE-HELD
               WHEN CYCLE-MODE-SHEETS
                   PERFORM 20-PRINT-COUNT-SHEETS
               WHEN CYCLE-MODE-VARIANCE
                   PERFORM 40-VARIANCE-PASS
               WHEN CYCLE-MODE-APPROVE
                   PERFORM 80-APPROVAL-PASS
           END-EVALUATE
           STOP RUN
           .

      **** OPERATOR SIGN-ON ****
      * Three tries at an ID and password that match an active
      * operator. The authority needed depends on the pass, and the
      * release limit is set once here for the variance pass.
       12-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-FLAG
           MOVE ZERO TO SO-TRIES
           PERFORM UNTIL SIGNON-ACCEPTED OR SO-TRIES > 2
               ADD 1 TO SO-TRIES
               DISPLAY 'OPERATOR ID:'
               MOVE SPACES TO SO-OPERATOR-IN
               ACCEPT SO-OPERATOR-IN
               DISPLAY 'PASSWORD:'
               MOVE SPACES TO SO-PASSWORD-IN
               ACCEPT SO-PASSWORD-IN
               PERFORM 14-CHECK-OPERATOR
               IF NOT SIGNON-ACCEPTED
                   DISPLAY 'SIGN-ON REJECTED'
               END-IF
           END-PERFORM
           IF SIGNON-ACCEPTED
               EVALUATE TRUE
                   WHEN CYCLE-MODE-SHEETS
                       MOVE SO-CYCLE-SHEETS TO SO-AUTHORITY
                   WHEN CYCLE-MODE-VARIANCE
                       MOVE SO-CYCLE-VARIANCE TO SO-AUTHORITY
                   WHEN CYCLE-MODE-APPROVE
                       MOVE SO-CYCLE-APPROVE TO SO-AUTHORITY
               END-EVALUATE
               IF SO-APPROVAL-LIMIT < CY-THRESHOLD
                   MOVE SO-APPROVAL-LIMIT TO SO-RELEASE-LIMIT
               ELSE
                   MOVE CY-THRESHOLD TO SO-RELEASE-LIMIT
               END-IF
           END-IF
           .

      * A missing security file lets nobody on.
       14-CHECK-OPERATOR.
           OPEN INPUT OPERATOR-SECURITY-FILE
           IF WS-SECURITY-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
               MOVE 3 TO SO-TRIES
           ELSE
               PERFORM UNTIL NO-MORE-DATA OR SIGNON-ACCEPTED
                   READ OPERATOR-SECURITY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF OS-OPERATOR-ID IS EQUAL TO SO-OPERATOR-IN
                                   AND OS-PASSWORD IS EQUAL TO
                                       SO-PASSWORD-IN
                                   AND OS-STATUS IS EQUAL TO 'A'
                                   AND SO-OPERATOR-IN IS NOT EQUAL TO
                                       SPACES
                               MOVE OPERATOR-SECURITY-RECORD TO
                                       SO-OPERATOR-RECORD
                               IF SO-APPROVAL-LIMIT IS NOT NUMERIC
                                   MOVE ZERO TO SO-APPROVAL-LIMIT
                               END-IF
                               SET SIGNON-ACCEPTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE OPERATOR-SECURITY-FILE
           END-IF
           .

       15-READ-CYCLE-OPTIONS.
           OPEN INPUT CYCLE-OPTIONS-FILE
           IF WS-OPTIONS-FILE-STATUS IS EQUAL TO '00'
                       IF CY-DAYS-IN IS NUMERIC AND CY-DAYS-IN > ZERO
                           MOVE CY-DAYS-IN TO CY-DAYS
                       END-IF
                       IF CY-A-COUNTS-IN IS NUMERIC
                               AND CY-A-COUNTS-IN > ZERO
                           MOVE CY-A-COUNTS-IN TO CY-A-COUNTS
                       END-IF
                       IF CY-B-COUNTS-IN IS NUMERIC
                               AND CY-B-COUNTS-IN > ZERO
                           MOVE CY-B-COUNTS-IN TO CY-B-COUNTS
                       END-IF
                       IF CY-THRESHOLD-IN IS NUMERIC
                           MOVE CY-THRESHOLD-IN TO CY-THRESHOLD
                       END-IF
               END-READ
               CLOSE CYCLE-OPTIONS-FILE
           END-IF
           END-IF
           .

       17-LOAD-ABC-CLASSES.
           MOVE ZERO TO CY-CLASS-COUNT
           PERFORM VARYING CY-CLASS-IDX FROM 1 BY 1
                   UNTIL CY-CLASS-IDX > 3
               INITIALIZE CY-CLASS-STATS (CY-CLASS-IDX)
           END-PERFORM
           OPEN INPUT ABC-CLASS-FILE
           IF WS-CLASS-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ ABC-CLASS-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF CY-CLASS-COUNT < 3000
                               ADD 1 TO CY-CLASS-COUNT
                               MOVE AC-RECORD-KEY TO
                                       CYC-KEY (CY-CLASS-COUNT)
                               MOVE AC-CLASS TO
                                       CYC-CLASS (CY-CLASS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE ABC-CLASS-FILE
           END-IF
           .

      * Leaves CY-CLASS-IDX at 1, 2 or 3 for A, B or C.
       18-LOOKUP-CLASS.
           MOVE 'N' TO CY-CLASS-FOUND
           MOVE 3 TO CY-CLASS-IDX
           PERFORM VARYING CY-CLASS-SUB FROM 1 BY 1
                   UNTIL CY-CLASS-SUB > CY-CLASS-COUNT
                       OR CLASS-IS-FOUND
               IF CYC-KEY (CY-CLASS-SUB) IS EQUAL TO CY-LOOKUP-KEY
                   SET CLASS-IS-FOUND TO TRUE
                   EVALUATE CYC-CLASS (CY-CLASS-SUB)
                       WHEN 'A'
                           MOVE 1 TO CY-CLASS-IDX
                       WHEN 'B'
                           MOVE 2 TO CY-CLASS-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      **** COUNT SHEET PASS ****
       20-PRINT-COUNT-SHEETS.
           OPEN INPUT INVENTORY-SEQ
               MOVE CY-GROUPS-PRINTED TO SH-GROUP-COUNT
               WRITE COUNT-SHEET-RECORD FROM SHEET-SUMMARY-LINE
                   AFTER ADVANCING 2
               MOVE CYS-PRINTED (1) TO SH-A-COUNT
               MOVE CYS-PRINTED (2) TO SH-B-COUNT
               MOVE CYS-PRINTED (3) TO SH-C-COUNT
               WRITE COUNT-SHEET-RECORD FROM SHEET-CLASS-LINE
                   AFTER ADVANCING 1
               CLOSE COUNT-SHEET-FILE
                     INVENTORY-SEQ
               DISPLAY 'COUNT SHEETS PRINTED - ' CY-GROUPS-PRINTED
               AFTER ADVANCING 1
           .

      * Group N of its class belongs to slot ((N - 1) MOD interval)
      * + 1, and today is slot ((day - 1) MOD interval) + 1. A C's
      * interval is the whole cycle, so it comes up exactly once;
      * an A counted 4 times in a 20-day cycle has an interval of
      * 5 and comes up every fifth day.
       25-SELECT-SLICE-GROUP.
           MOVE IXS-RECORD-KEY TO CY-LOOKUP-KEY
           PERFORM 18-LOOKUP-CLASS
           ADD 1 TO CYS-ORDINAL (CY-CLASS-IDX)
           EVALUATE CY-CLASS-IDX
               WHEN 1
                   DIVIDE CY-DAYS BY CY-A-COUNTS GIVING CY-INTERVAL
               WHEN 2
                   DIVIDE CY-DAYS BY CY-B-COUNTS GIVING CY-INTERVAL
               WHEN OTHER
                   MOVE CY-DAYS TO CY-INTERVAL
           END-EVALUATE
           IF CY-INTERVAL < 1
               MOVE 1 TO CY-INTERVAL
           END-IF

           SUBTRACT 1 FROM CYS-ORDINAL (CY-CLASS-IDX)
               GIVING CY-SLICE-WORK
           DIVIDE CY-SLICE-WORK BY CY-INTERVAL
               GIVING CY-SLICE-WORK REMAINDER CY-SLICE-DAY
           ADD 1 TO CY-SLICE-DAY
           SUBTRACT 1 FROM CY-DAY GIVING CY-SLICE-WORK
           DIVIDE CY-SLICE-WORK BY CY-INTERVAL
               GIVING CY-SLICE-WORK REMAINDER CY-TODAY-SLOT
           ADD 1 TO CY-TODAY-SLOT
           IF CY-SLICE-DAY IS EQUAL TO CY-TODAY-SLOT
               PERFORM 30-PRINT-SHEET-GROUP
           END-IF
           .

       30-PRINT-SHEET-GROUP.
           ADD 1 TO CY-GROUPS-PRINTED
           ADD 1 TO CYS-PRINTED (CY-CLASS-IDX)
           MOVE IXS-WAREHOUSE-ID TO SH-WAREHOUSE
           MOVE IXS-VENDOR-ID TO SH-VENDOR
           MOVE IXS-CANDY-ID TO SH-CANDY
           MOVE CY-CLASS-LETTERS (CY-CLASS-IDX:1) TO SH-CLASS
           WRITE COUNT-SHEET-RECORD FROM SHEET-GROUP-LINE
               AFTER ADVANCING 2
           PERFORM 35-PRINT-SHEET-ENTRY
           END-IF
           ADD CV-DOLLAR-IMPACT TO CV-TOTAL-IMPACT

           MOVE IX-RECORD-KEY TO CY-LOOKUP-KEY
           PERFORM 18-LOOKUP-CLASS
           ADD 1 TO CYS-COUNTS (CY-CLASS-IDX)
           IF CV-VARIANCE IS EQUAL TO ZERO
               ADD 1 TO CYS-ACCURATE (CY-CLASS-IDX)
           END-IF
           IF CV-DOLLAR-IMPACT < ZERO
               SUBTRACT CV-DOLLAR-IMPACT FROM ZERO
                   GIVING CV-ABS-IMPACT
           ELSE
               MOVE CV-DOLLAR-IMPACT TO CV-ABS-IMPACT
           END-IF
           ADD CV-ABS-IMPACT TO CYS-ABS-DOLLARS (CY-CLASS-IDX)

           MOVE CC-WAREHOUSE-ID TO CV-DL-WAREHOUSE
           MOVE CC-VENDOR-ID TO CV-DL-VENDOR
           MOVE CC-CANDY-ID TO CV-DL-CANDY
           MOVE CV-VARIANCE TO CV-DL-VARIANCE
           MOVE CV-DOLLAR-IMPACT TO CV-DL-DOLLARS
           MOVE CC-COUNTER TO CV-DL-COUNTER
           MOVE CY-CLASS-LETTERS (CY-CLASS-IDX:1) TO CV-DL-CLASS
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1

           EVALUATE TRUE
               WHEN CV-VARIANCE IS EQUAL TO ZERO
                   ADD 1 TO CV-ZERO-VAR-COUNT
               WHEN CV-ABS-IMPACT > SO-RELEASE-LIMIT
                   PERFORM 57-HOLD-FOR-APPROVAL
               WHEN OTHER
                   MOVE IX-RECORD-KEY TO CV-ADJ-KEY
                   MOVE CC-COUNTED-QTY TO CV-ADJ-QTY
                   MOVE WS-CURRENT-DATE TO CV-ADJ-DATE
                   MOVE 'A' TO CV-ADJ-TYPE
                   MOVE SPACES TO CV-ADJ-REFERENCE
                   PERFORM 58-BUILD-ADJUSTMENT
                   IF ADJUSTMENT-BUILT
                       MOVE 'ADJUST' TO AI-ACTION
                       MOVE SO-OPERATOR-ID TO AI-KEYED-BY
                       MOVE SO-OPERATOR-ID TO AI-APPROVER
                       PERFORM 59-SET-AUDIT-IMAGES
                       PERFORM 90-WRITE-AUDIT
                   ELSE
                       DISPLAY 'ADJUSTMENT BATCH FULL - COUNT FOR '
                               CV-ADJ-WAREHOUSE ' ' CV-ADJ-VENDOR ' '
                               CV-ADJ-CANDY ' HELD FOR APPROVAL'
                       PERFORM 57-HOLD-FOR-APPROVAL
                   END-IF
           END-EVALUATE
           .

      * Over the release limit, or with the adjustment batch already
      * full: the count waits on the pending file for a supervisor
      * instead of becoming an adjustment now.
       57-HOLD-FOR-APPROVAL.
           ADD 1 TO CV-HELD-COUNT
           ADD CV-ABS-IMPACT TO CV-HELD-DOLLARS
           MOVE SPACES TO PENDING-WORK-RECORD
           MOVE IX-RECORD-KEY TO PW-RECORD-KEY
           MOVE CC-COUNTED-QTY TO PW-COUNTED-QTY
           MOVE CV-BOOK-QTY TO PW-BOOK-QTY
           MOVE CV-DOLLAR-IMPACT TO PW-DOLLAR-IMPACT
           MOVE CC-COUNTER TO PW-COUNTER
           MOVE SO-OPERATOR-ID TO PW-KEYED-BY
           MOVE WS-CURRENT-DATE TO PW-KEYED-DATE
           MOVE 'A' TO PW-TRAN-TYPE
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF WS-PENDING-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           WRITE PENDING-APPROVAL-RECORD FROM PENDING-WORK-RECORD
           CLOSE PENDING-APPROVAL-FILE
           MOVE 'HELD' TO AI-ACTION
           MOVE SO-OPERATOR-ID TO AI-KEYED-BY
           MOVE SPACES TO AI-APPROVER
           PERFORM 59-SET-AUDIT-IMAGES
           PERFORM 90-WRITE-AUDIT
           .

      * An 'A' transaction replaces the stock count outright in
      * 530-APPLY-ONE-TRAN, so the adjustment carries the counted
      * quantity itself, not the variance. A dock line released from
      * the pending file keeps the type and reference it was keyed
      * with; the rest are stamped CY plus the date counted. The
      * caller learns from ADJUSTMENT-BUILT whether the batch had
      * room for it.
       58-BUILD-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-BUILT-FLAG
           IF CV-ADJ-COUNT < 200
               SET ADJUSTMENT-BUILT TO TRUE
               ADD 1 TO CV-ADJ-COUNT
               MOVE CV-ADJ-WAREHOUSE TO ADJ-WAREHOUSE-ID
               MOVE CV-ADJ-VENDOR TO ADJ-VENDOR-ID
               MOVE CV-ADJ-CANDY TO ADJ-CANDY-ID
               MOVE CV-ADJ-TYPE TO ADJ-TRAN-TYPE
               MOVE CV-ADJ-QTY TO ADJ-TRAN-QTY
               IF CV-ADJ-REFERENCE IS EQUAL TO SPACES
                   MOVE 'CY' TO ADJ-REFERENCE (1:2)
                   MOVE CV-ADJ-DATE TO ADJ-REFERENCE (3:6)
               ELSE
                   MOVE CV-ADJ-REFERENCE TO ADJ-REFERENCE
               END-IF
               MOVE ADJ-BUILD-AREA TO ADJ-ENTRY (CV-ADJ-COUNT)
               ADD CV-ADJ-QTY TO CV-QTY-HASH
           END-IF
           .

       59-SET-AUDIT-IMAGES.
           MOVE IX-RECORD-KEY TO AI-KEY
           MOVE CV-BOOK-QTY TO AI-BOOK
           MOVE CC-COUNTED-QTY TO AI-COUNTED
           MOVE CV-DOLLAR-IMPACT TO AI-DOLLARS
           .

       60-PRINT-VARIANCE-TOTALS.
           MOVE 'COUNTS PROCESSED:' TO CV-SUM-LABEL
           MOVE CV-COUNTS-READ TO CV-SUM-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'HELD FOR APPROVAL:' TO CV-SUM-LABEL
           MOVE CV-HELD-COUNT TO CV-SUM-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'COUNTS WITH NO MASTER:' TO CV-SUM-LABEL
           MOVE CV-NO-MASTER-COUNT TO CV-SUM-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-SUMMARY-LINE
           MOVE CV-TOTAL-IMPACT TO CV-TOTAL-OUT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-IMPACT-LINE
               AFTER ADVANCING 1
           MOVE CV-HELD-DOLLARS TO CV-HELD-OUT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-HELD-LINE
               AFTER ADVANCING 1
           MOVE SO-OPERATOR-ID TO CV-LL-OPERATOR
           MOVE SO-RELEASE-LIMIT TO CV-LL-LIMIT
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-LIMIT-LINE
               AFTER ADVANCING 2

           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-CLASS-HEADER
               AFTER ADVANCING 3
           PERFORM 65-PRINT-CLASS-ACCURACY
               VARYING CY-CLASS-IDX FROM 1 BY 1
               UNTIL CY-CLASS-IDX > 3
           .

      * Accuracy is the share of a class's counts that agreed with
      * the book exactly; the dollars are the variances with their
      * signs dropped, so overs and unders cannot hide each other.
       65-PRINT-CLASS-ACCURACY.
           MOVE SPACES TO CV-CA-CLASS
           MOVE CY-CLASS-LETTERS (CY-CLASS-IDX:1) TO CV-CA-CLASS
           MOVE CYS-COUNTS (CY-CLASS-IDX) TO CV-CA-COUNTED
           MOVE CYS-ACCURATE (CY-CLASS-IDX) TO CV-CA-ACCURATE
           IF CYS-COUNTS (CY-CLASS-IDX) > ZERO
               MULTIPLY CYS-ACCURATE (CY-CLASS-IDX) BY 100
                   GIVING CV-ACCURACY-WORK
               DIVIDE CYS-COUNTS (CY-CLASS-IDX) INTO CV-ACCURACY-WORK
                   GIVING CV-ACCURACY-PCT ROUNDED
           ELSE
               MOVE ZERO TO CV-ACCURACY-PCT
           END-IF
           MOVE CV-ACCURACY-PCT TO CV-CA-PCT
           MOVE CYS-ABS-DOLLARS (CY-CLASS-IDX) TO CV-CA-DOLLARS
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-CLASS-LINE
               AFTER ADVANCING 1
           .

      * Appends the generated adjustments to the daily transaction
      * verification proves the hand-off like any other sender.
       70-WRITE-ADJUSTMENT-BATCH.
           MOVE SPACES TO ADJ-H-BATCH-ID
           MOVE CV-BATCH-PREFIX TO ADJ-H-BATCH-ID (1:2)
           MOVE WS-MONTH TO ADJ-H-BATCH-ID (3:2)
           MOVE WS-DAY TO ADJ-H-BATCH-ID (5:2)
           MOVE ADJ-H-BATCH-ID TO ADJ-T-BATCH-ID
           DISPLAY 'ADJUSTMENT BATCH ' ADJ-H-BATCH-ID ' WRITTEN - '
                   CV-ADJ-COUNT ' TRANSACTIONS'
           .

      **** SUPERVISOR APPROVAL ****
      * The whole pending file is held in storage, each entry is put
      * to the supervisor in turn, and the file is rewritten with
      * only the entries still undecided. Approved entries become
      * one adjustment batch, 'CA' plus the date, carrying the count
      * as it was keyed.
       80-APPROVAL-PASS.
           PERFORM 82-LOAD-PENDING
           IF PD-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO COUNT ADJUSTMENTS AWAITING APPROVAL'
           ELSE
               MOVE SO-APPROVAL-LIMIT TO PD-EDIT-LIMIT
               DISPLAY PD-COUNT ' COUNT ADJUSTMENTS AWAITING APPROVAL'
                       ' - YOUR LIMIT ' PD-EDIT-LIMIT
               IF PENDING-OVERFLOWED
                   DISPLAY PD-NOT-LOADED ' MORE NOT LOADED - THEY '
                           'STAY PENDING FOR THE NEXT APPROVAL PASS'
               END-IF
               MOVE ' ' TO WS-REVIEW-FLAG
               PERFORM 84-REVIEW-ONE-PENDING
                   VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-COUNT OR REVIEW-STOPPED
               PERFORM 88-REWRITE-PENDING
               IF CV-ADJ-COUNT > ZERO
                   MOVE 'CA' TO CV-BATCH-PREFIX
                   PERFORM 70-WRITE-ADJUSTMENT-BATCH
               END-IF
               DISPLAY 'APPROVED: ' PD-APPROVED-COUNT
                       '  REJECTED: ' PD-REJECTED-COUNT
                       '  STILL PENDING: ' PD-KEPT-COUNT
               IF PENDING-OVERFLOWED
                   DISPLAY 'NOT REVIEWED THIS PASS: ' PD-NOT-LOADED
               END-IF
           END-IF
           .

       82-LOAD-PENDING.
           MOVE ZERO TO PD-COUNT
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-PENDING-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ PENDING-APPROVAL-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF PD-COUNT < 200
                               ADD 1 TO PD-COUNT
                               MOVE PENDING-APPROVAL-RECORD TO
                                       PD-IMAGE (PD-COUNT)
                               MOVE SPACE TO PD-DECISION (PD-COUNT)
                           ELSE
                               SET PENDING-OVERFLOWED TO TRUE
                               ADD 1 TO PD-NOT-LOADED
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           .

      * A supervisor cannot pass their own count, nor one whose
      * dollars are beyond their limit; either way the entry waits
      * for someone who can.
       84-REVIEW-ONE-PENDING.
           MOVE PD-IMAGE (PD-SUB) TO PENDING-WORK-RECORD
           MOVE PW-BOOK-QTY TO PD-EDIT-BOOK
           MOVE PW-COUNTED-QTY TO PD-EDIT-COUNTED
           MOVE PW-DOLLAR-IMPACT TO PD-EDIT-DOLLARS
           DISPLAY ' '
           IF PW-TRAN-TYPE IS EQUAL TO 'D'
               DISPLAY PW-WAREHOUSE-ID ' ' PW-VENDOR-ID ' '
                       PW-CANDY-ID '  BOOK ' PD-EDIT-BOOK
                       '  DISPOSED ' PD-EDIT-COUNTED
                       '  $' PD-EDIT-DOLLARS
               DISPLAY '   DOCK DISPOSAL - REASON/LOT ' PW-REFERENCE
           ELSE
               DISPLAY PW-WAREHOUSE-ID ' ' PW-VENDOR-ID ' '
                       PW-CANDY-ID '  BOOK ' PD-EDIT-BOOK
                       '  COUNTED ' PD-EDIT-COUNTED
                       '  $' PD-EDIT-DOLLARS
           END-IF
           DISPLAY '   COUNTED BY ' PW-COUNTER '  KEYED BY '
                   PW-KEYED-BY ' ON ' PW-KEYED-DATE
           IF PW-DOLLAR-IMPACT < ZERO
               SUBTRACT PW-DOLLAR-IMPACT FROM ZERO
                   GIVING CV-ABS-IMPACT
           ELSE
               MOVE PW-DOLLAR-IMPACT TO CV-ABS-IMPACT
           END-IF
           EVALUATE TRUE
               WHEN PW-KEYED-BY IS EQUAL TO SO-OPERATOR-ID
                   DISPLAY '   YOUR OWN COUNT - LEFT PENDING'
               WHEN CV-ABS-IMPACT > SO-APPROVAL-LIMIT
                   DISPLAY '   OVER YOUR APPROVAL LIMIT - LEFT PENDING'
               WHEN OTHER
                   DISPLAY '   A=APPROVE R=REJECT Q=QUIT '
                           '(SPACE TO LEAVE PENDING):'
                   MOVE SPACE TO PD-ANSWER
                   ACCEPT PD-ANSWER
                   EVALUATE PD-ANSWER
                       WHEN 'A'
                           PERFORM 86-APPROVE-PENDING
                       WHEN 'R'
                           MOVE 'R' TO PD-DECISION (PD-SUB)
                           ADD 1 TO PD-REJECTED-COUNT
                           MOVE 'REJECT' TO AI-ACTION
                           PERFORM 87-AUDIT-DECISION
                       WHEN 'Q'
                           SET REVIEW-STOPPED TO TRUE
                   END-EVALUATE
           END-EVALUATE
           .

       86-APPROVE-PENDING.
           IF CV-ADJ-COUNT < 200
               MOVE 'A' TO PD-DECISION (PD-SUB)
               ADD 1 TO PD-APPROVED-COUNT
               MOVE PW-RECORD-KEY TO CV-ADJ-KEY
               MOVE PW-COUNTED-QTY TO CV-ADJ-QTY
               MOVE PW-KEYED-DATE TO CV-ADJ-DATE
               IF PW-TRAN-TYPE IS EQUAL TO 'D'
                   MOVE 'D' TO CV-ADJ-TYPE
               ELSE
                   MOVE 'A' TO CV-ADJ-TYPE
               END-IF
               MOVE PW-REFERENCE TO CV-ADJ-REFERENCE
               PERFORM 58-BUILD-ADJUSTMENT
               MOVE 'APPROV' TO AI-ACTION
               PERFORM 87-AUDIT-DECISION
           ELSE
               DISPLAY '   ADJUSTMENT BATCH FULL - LEFT PENDING'
           END-IF
           .

       87-AUDIT-DECISION.
           MOVE PW-RECORD-KEY TO AI-KEY
           MOVE PW-BOOK-QTY TO AI-BOOK
           MOVE PW-COUNTED-QTY TO AI-COUNTED
           MOVE PW-DOLLAR-IMPACT TO AI-DOLLARS
           MOVE PW-KEYED-BY TO AI-KEYED-BY
           MOVE SO-OPERATOR-ID TO AI-APPROVER
           PERFORM 90-WRITE-AUDIT
           .

      * Entries left undecided go back on the file. When the table
      * overflowed, the file is built in CYCLE-PENDING.tmp instead:
      * the undecided entries, then every record after the ones
      * loaded, read again from the old file, and the whole is then
      * copied back, so nothing not yet reviewed is lost.
       88-REWRITE-PENDING.
           MOVE ZERO TO PD-KEPT-COUNT
           IF PENDING-OVERFLOWED
               OPEN OUTPUT PENDING-COPY-FILE
           ELSE
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           PERFORM VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-COUNT
               IF PD-DECISION (PD-SUB) IS EQUAL TO SPACE
                   ADD 1 TO PD-KEPT-COUNT
                   IF PENDING-OVERFLOWED
                       WRITE PENDING-COPY-RECORD FROM PD-IMAGE (PD-SUB)
                   ELSE
                       WRITE PENDING-APPROVAL-RECORD
                           FROM PD-IMAGE (PD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF PENDING-OVERFLOWED
               PERFORM 89-CARRY-PENDING-TAIL
           ELSE
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           .

       89-CARRY-PENDING-TAIL.
           MOVE ZERO TO PD-SKIP-COUNT
           OPEN INPUT PENDING-APPROVAL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF PD-SKIP-COUNT < PD-COUNT
                           ADD 1 TO PD-SKIP-COUNT
                       ELSE
                           WRITE PENDING-COPY-RECORD
                               FROM PENDING-APPROVAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE PENDING-APPROVAL-FILE
                 PENDING-COPY-FILE

           OPEN INPUT  PENDING-COPY-FILE
                OUTPUT PENDING-APPROVAL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PENDING-COPY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE PENDING-APPROVAL-RECORD
                           FROM PENDING-COPY-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE PENDING-COPY-FILE
                 PENDING-APPROVAL-FILE
           .

      * Same record CS370MAINT writes: who keyed the count in
      * AU-OPERATOR, who let it through in AU-APPROVER.
       90-WRITE-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE SPACES TO MAINT-AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AU-DATE
           MOVE WS-CURRENT-TIME (1:6) TO AU-TIME
           MOVE AI-KEYED-BY TO AU-OPERATOR
           MOVE 'CYCLE' TO AU-FILE-ID
           MOVE AI-ACTION TO AU-ACTION
           MOVE AI-KEY TO AU-KEY
           MOVE AI-BEFORE TO AU-BEFORE
           MOVE AI-AFTER TO AU-AFTER
           MOVE AI-APPROVER TO AU-APPROVER
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE
           .
