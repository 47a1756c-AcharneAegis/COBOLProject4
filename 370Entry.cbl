       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370ENTRY.
       AUTHOR. P W ASKEW.
      *****************************************************************
      * Online dock entry companion to CS370PROGRAM4, alongside
      * CS370INQUIRY and CS370MAINT.
      *
      * DAILY-TRANSACTIONS.txt used to be built by hand or by the
      * warehouse systems, and a mistyped candy ID only showed up
      * the next morning as NO MATCHING MASTER in suspense. Here the
      * dock staff key receipts (R), shipments (S), adjustments (A)
      * and disposals (D) and every line is checked as it is keyed:
      *
      *   - the candy must be on CANDY-MASTER.txt for that vendor,
      *     the same pairing 13C-LOOKUP-CANDY makes in the daily run;
      *   - the warehouse/vendor/candy group must be on
      *     CANDY-INVENTORY.idx, so the line has a master to post to;
      *   - a receipt must carry the number of an open line on
      *     OPEN-PURCHASE-ORDERS.txt for the same warehouse, vendor
      *     and candy, which is what 741-MATCH-RECEIPT-TO-PO relieves;
      *     a receipt past the PO balance is warned, not refused;
      *   - a shipment past book stock (less what this session has
      *     already shipped) is warned and needs a Y to go through;
      *   - a disposal must carry a reason code and gets the same
      *     book stock warning as a shipment.
      *
      * An adjustment is a physical-count correction: the quantity
      * keyed replaces the book stock outright, as it does in
      * 530-APPLY-ONE-TRAN. A disposal takes expired, damaged,
      * recalled or returned-to-vendor cases off the books; its
      * reference is the reason code followed by the lot number
      * the cases came out of, when the dock knows it.
      *
      * The operator signs on against OPERATOR-SECURITY.txt, the
      * file CS370MAINT and CS370CYCLE use - three tries at an ID and
      * password that match an active operator - and the signed-on
      * ID is what goes on the log. An adjustment or disposal is
      * valued at the purchase price on the index, the way the cycle
      * variance pass values a count: an adjustment on the cases it
      * moves the book by, a disposal on the cases it writes off. A
      * line valued over the operator's release limit - the lower of
      * the CYCLE-OPTIONS.txt threshold (cols 17-20, whole dollars,
      * default 500) and the operator's own approval limit - is not
      * released in the batch. It goes to CYCLE-PENDING.txt, where
      * a supervisor approves or rejects it in the CS370CYCLE
      * APPROVE pass.
      *
      * Entering spaces at the transaction prompt closes the
      * session. The lines keyed are appended to
      * DAILY-TRANSACTIONS.txt as one batch with its own '**H'
      * header and '**T' trailer count and TRAN-QTY hash total, so
      * 507-VERIFY-BATCHES proves it like any warehouse batch. The
      * lines also go to ENTRY-LOG.txt with the operator and time,
      * and the day's entry journal (ENTRY-JOURNAL.txt) is printed
      * from that log by operator, so each closing session reprints
      * the whole day so far.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-INDEXED
               ASSIGN TO 'CANDY-INVENTORY.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-FILE-STATUS.

           SELECT CANDY-MASTER
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PURCHASE-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO 'DAILY-TRANSACTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT ENTRY-LOG-FILE
               ASSIGN TO 'ENTRY-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'OPERATOR-SECURITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-FILE-STATUS.

           SELECT CYCLE-OPTIONS-FILE
               ASSIGN TO 'CYCLE-OPTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTIONS-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'CYCLE-PENDING.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT ENTRY-SORT-FILE
               ASSIGN TO 'ENTRY-SORTING.tmp'.

           SELECT ENTRY-JOURNAL-FILE
               ASSIGN TO PRINTER 'ENTRY-JOURNAL.txt'.

       DATA DIVISION.
       FILE SECTION.

      * Same fixed 415-byte layout CS370PROGRAM4 writes in
      * 710-WRITE-INDEXED-RECORD.
       FD  INVENTORY-INDEXED
           RECORD CONTAINS 415 CHARACTERS.

       01  INVENTORY-INDEXED-RECORD.
           05  IX-RECORD-KEY.
               10  IX-WAREHOUSE-ID             PIC X(4).
               10  IX-VENDOR-ID                PIC X.
               10  IX-CANDY-ID                 PIC X(3).
           05  IX-CANDY-ENTRY-COUNT            PIC 99.
           05  IX-CANDY-DATA OCCURS 15 TIMES
                                               PIC X(27).

      * Layouts match the FDs in CS370PROGRAM4 byte for byte.
       FD  CANDY-MASTER
           RECORD CONTAINS 30 CHARACTERS.

       01  CANDY-MASTER-RECORD.
           05  CM-CANDY-ID                     PIC X(3).
           05  CM-CANDY-NAME                   PIC X(15).
           05  CM-VENDOR-ID                    PIC X.
           05  CM-STD-PRICE                    PIC 999V99.
           05  CM-TOLERANCE-PCT                PIC 99.
           05  FILLER                          PIC X(4).

       FD  OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  OPEN-PO-RECORD.
           05  OP-PO-NUMBER                    PIC X(8).
           05  OP-VENDOR-ID                    PIC X.
           05  OP-CANDY-ID                     PIC X(3).
           05  OP-WAREHOUSE-ID                 PIC X(4).
           05  OP-ORDER-QTY                    PIC 9(5).
           05  OP-RECEIVED-QTY                 PIC 9(5).
           05  OP-ORDER-DATE                   PIC 9(6).
           05  OP-PO-STATUS                    PIC X.
           05  OP-INVOICED-QTY                 PIC 9(5).
           05  FILLER                          PIC X(2).

      * Layout matches the daily transaction file in CS370PROGRAM4,
      * batch control records included.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  TRANSACTION-RECORD                  PIC X(21).

      **** DOCK ENTRY LOG ****
      * One record per line released in a closed session: when, who,
      * the batch it went out in, its place in the batch, the
      * transaction image exactly as written, the book stock seen
      * when it was keyed, and any warning the operator overrode.
      * A line sent for approval is logged under batch PENDNG.
       FD  ENTRY-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  ENTRY-LOG-RECORD.
           05  EL-DATE                         PIC 9(6).
           05  EL-TIME                         PIC 9(6).
           05  EL-OPERATOR                     PIC X(3).
           05  EL-BATCH-ID                     PIC X(6).
           05  EL-SEQ                          PIC 9(3).
           05  EL-TRAN-IMAGE                   PIC X(21).
           05  EL-BOOK-STOCK                   PIC 9(4).
           05  EL-WARNING                      PIC X.

      * Layouts match the FDs in CS370CYCLE byte for byte.
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

       FD  CYCLE-OPTIONS-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  CYCLE-OPTIONS-RECORD.
           05  CY-MODE                         PIC X(8).
           05  CY-DAY-IN                       PIC 9(2).
           05  CY-DAYS-IN                      PIC 9(2).
           05  CY-A-COUNTS-IN                  PIC 9(2).
           05  CY-B-COUNTS-IN                  PIC 9(2).
           05  CY-THRESHOLD-IN                 PIC 9(4).

      * Laid out in PENDING-WORK-RECORD.
       FD  PENDING-APPROVAL-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  PENDING-APPROVAL-RECORD             PIC X(50).

       SD  ENTRY-SORT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  ENTRY-SORT-RECORD.
           05  ES-DATE                         PIC 9(6).
           05  ES-TIME                         PIC 9(6).
           05  ES-OPERATOR                     PIC X(3).
           05  ES-BATCH-ID                     PIC X(6).
           05  ES-SEQ                          PIC 9(3).
           05  FILLER                          PIC X(26).

       FD  ENTRY-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ENTRY-JOURNAL-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X       VALUE ' '.
               88  NO-MORE-DATA                    VALUE 'N'.
           05  WS-INDEXED-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-OPEN-PO-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-TRANSACTION-FILE-STATUS
                                       PIC XX      VALUE '00'.
           05  WS-LOG-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SECURITY-FILE-STATUS PIC XX      VALUE '00'.
           05  WS-OPTIONS-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-PENDING-FILE-STATUS  PIC XX      VALUE '00'.
           05  WS-SIGNON-FLAG          PIC X       VALUE 'N'.
               88  SIGNON-ACCEPTED                 VALUE 'Y'.
           05  WS-SESSION-FLAG         PIC X       VALUE ' '.
               88  NO-MORE-ENTRIES                 VALUE 'N'.
           05  WS-EDIT-FLAG            PIC X       VALUE ' '.
               88  EDIT-FAILED                     VALUE 'E'.
           05  WS-KEY-FOUND            PIC X       VALUE 'N'.
               88  KEY-IS-FOUND                    VALUE 'Y'.
           05  WS-PO-FOUND             PIC X       VALUE 'N'.
               88  PO-NUMBER-FOUND                 VALUE 'Y'.
           05  WS-CONFIRM              PIC X       VALUE ' '.

       01  ENTRY-CONTROL-FIELDS.
           05  EN-OPERATOR             PIC X(3)    VALUE SPACES.
           05  EN-TRAN-TYPE            PIC X       VALUE SPACE.
               88  EN-RECEIPT                      VALUE 'R'.
               88  EN-SHIPMENT                     VALUE 'S'.
               88  EN-ADJUSTMENT                   VALUE 'A'.
               88  EN-DISPOSAL                     VALUE 'D'.
               88  EN-VOID-LAST                    VALUE 'V'.
               88  EN-CLOSE-SESSION                VALUE ' '.
           05  EN-WAREHOUSE-IN         PIC X(4)    VALUE SPACES.
           05  EN-VENDOR-IN            PIC X       VALUE SPACE.
           05  EN-CANDY-IN             PIC X(3)    VALUE SPACES.
           05  EN-QTY-IN               PIC X(4)    VALUE SPACES.
           05  EN-QTY-NUM REDEFINES EN-QTY-IN
                                       PIC 9(4).
           05  EN-REFERENCE-IN         PIC X(8)    VALUE SPACES.
           05  EN-DISPOSAL-REASON      PIC X       VALUE SPACE.
               88  EN-VALID-REASON                 VALUE 'E' 'D'
                                                         'R' 'V'.
           05  EN-DISPOSAL-LOT         PIC X(6)    VALUE SPACES.
           05  EN-CANDY-NAME           PIC X(15)   VALUE SPACES.
           05  EN-BOOK-STOCK           PIC S9(4)   VALUE ZERO.
           05  EN-AVAILABLE            PIC S9(6)   VALUE ZERO.
           05  EN-PO-BALANCE           PIC S9(6)   VALUE ZERO.
           05  EN-WARNING              PIC X       VALUE SPACE.
               88  EN-OVER-BOOK                    VALUE 'S'.
               88  EN-OVER-PO                      VALUE 'P'.
           05  EN-EDIT-QTY             PIC -(5)9.
           05  EN-PENDING              PIC X       VALUE SPACE.
               88  EN-OVER-LIMIT                   VALUE 'P'.
           05  EN-LINE-VALUE           PIC S9(9)V99 VALUE ZERO.
           05  EN-ABS-VALUE            PIC 9(9)V99 VALUE ZERO.
           05  EN-EDIT-DOLLARS         PIC Z(6)9.99.

      * The signed-on operator's security record, and the release
      * limit that follows from it, set as CS370CYCLE sets it.
       01  SIGN-ON-FIELDS.
           05  SO-OPERATOR-IN          PIC X(3)    VALUE SPACES.
           05  SO-PASSWORD-IN          PIC X(8)    VALUE SPACES.
           05  SO-TRIES                PIC 9       VALUE ZERO.
           05  SO-THRESHOLD            PIC 9(7)V99 VALUE 500.
           05  SO-RELEASE-LIMIT        PIC 9(7)V99 VALUE ZERO.
           05  SO-OPERATOR-RECORD.
               10  SO-OPERATOR-ID          PIC X(3).
               10  SO-PASSWORD             PIC X(8).
               10  SO-OPERATOR-NAME        PIC X(15).
               10  SO-STATUS               PIC X.
               10  SO-MAINT-AUTHORITY      PIC X(4).
               10  SO-CYCLE-AUTHORITY      PIC X(3).
               10  SO-APPROVAL-LIMIT       PIC 9(7)V99.
               10  SO-MAINT-LOT            PIC X.
               10  FILLER                  PIC X(6).

      * Lines keyed this session, held until the operator closes it.
      * 507-VERIFY-BATCHES buffers at most 500 details a batch, so
      * the session stops taking lines there. A line over the
      * release limit is marked P and kept out of the batch, its
      * count and its hash; it carries the book it was valued
      * against and its dollars for the pending file.
       01  ENTRY-BATCH-FIELDS.
           05  EN-COUNT                PIC 999     VALUE ZERO.
           05  EN-SUB                  PIC 999     VALUE 1.
           05  EN-PENDING-COUNT        PIC 999     VALUE ZERO.
           05  EN-BATCH-SEQ            PIC 999     VALUE ZERO.
           05  EN-PENDING-SEQ          PIC 999     VALUE ZERO.
           05  EN-QTY-HASH             PIC 9(6)    VALUE ZERO.
           05  EN-BATCH-ID             PIC X(6)    VALUE SPACES.
           05  EN-LINE OCCURS 500 TIMES.
               10  ENT-IMAGE.
                   15  ENT-KEY             PIC X(8).
                   15  ENT-TYPE            PIC X.
                   15  ENT-QTY             PIC 9(4).
                   15  ENT-REFERENCE       PIC X(8).
               10  ENT-BOOK-STOCK          PIC 9(4).
               10  ENT-WARNING             PIC X.
               10  ENT-PENDING             PIC X.
               10  ENT-NET-BOOK            PIC S9(4).
               10  ENT-VALUE               PIC S9(7)V99.
           05  EN-BUILD-AREA.
               10  EN-BUILD-KEY.
                   15  EN-BUILD-WAREHOUSE  PIC X(4).
                   15  EN-BUILD-VENDOR     PIC X.
                   15  EN-BUILD-CANDY      PIC X(3).
               10  EN-BUILD-TYPE           PIC X.
               10  EN-BUILD-QTY            PIC 9(4).
               10  EN-BUILD-REFERENCE      PIC X(8).
           05  EN-BATCH-HEADER.
               10  FILLER                  PIC X(3)    VALUE '**H'.
               10  EN-H-BATCH-ID           PIC X(6).
               10  EN-H-WAREHOUSE          PIC X(4)    VALUE 'DOCK'.
               10  FILLER                  PIC X(8)    VALUE SPACES.
           05  EN-BATCH-TRAILER.
               10  FILLER                  PIC X(3)    VALUE '**T'.
               10  EN-T-BATCH-ID           PIC X(6).
               10  EN-T-COUNT              PIC 9(4).
               10  EN-T-QTY-HASH           PIC 9(6).
               10  FILLER                  PIC X(2)    VALUE SPACES.

      * First candy slot of the group read from the index - the
      * slot the posting run applies transactions against.
       01  EN-BOOK-SLOT.
           05  EN-BS-CANDY-NAME        PIC X(15).
           05  EN-BS-BOX-SIZE          PIC X.
           05  EN-BS-CANDY-TYPE        PIC XX.
           05  EN-BS-STOCK             PIC S9(4).
           05  EN-BS-PRICE             PIC S999V99.

      * One line sent for approval, in the CS370CYCLE layout.
       01  PENDING-WORK-RECORD.
           05  PW-RECORD-KEY               PIC X(8).
           05  PW-COUNTED-QTY              PIC 9(4).
           05  PW-BOOK-QTY                 PIC S9(4).
           05  PW-DOLLAR-IMPACT            PIC S9(7)V99.
           05  PW-COUNTER                  PIC X(3).
           05  PW-KEYED-BY                 PIC X(3).
           05  PW-KEYED-DATE               PIC 9(6).
           05  PW-TRAN-TYPE                PIC X.
           05  PW-REFERENCE                PIC X(8).
           05  FILLER                      PIC X(4).

      * Candy/vendor pairs from the candy master, loaded once at
      * sign-on.
       01  CANDY-CHECK-FIELDS.
           05  CX-COUNT                PIC 999     VALUE ZERO.
           05  CX-SUB                  PIC 999     VALUE 1.
           05  CX-ENTRY OCCURS 250 TIMES.
               10  CX-CANDY-ID             PIC X(3).
               10  CX-VENDOR-ID            PIC X.
               10  CX-CANDY-NAME           PIC X(15).

      * Open purchase order lines, loaded once at sign-on the same
      * way 740-LOAD-OPEN-PO loads them in the daily run.
       01  OPEN-PO-CHECK-FIELDS.
           05  PX-COUNT                PIC 999     VALUE ZERO.
           05  PX-SUB                  PIC 999     VALUE 1.
           05  PX-FOUND-SUB            PIC 999     VALUE ZERO.
           05  PX-ENTRY OCCURS 300 TIMES.
               10  PX-PO-NUMBER            PIC X(8).
               10  PX-VENDOR               PIC X.
               10  PX-CANDY                PIC X(3).
               10  PX-WAREHOUSE            PIC X(4).
               10  PX-ORDER-QTY            PIC 9(5).
               10  PX-RECEIVED-QTY         PIC 9(5).
               10  PX-STATUS               PIC X.

       01  JOURNAL-FIELDS.
           05  JR-PRIOR-OPERATOR       PIC X(3)    VALUE SPACES.
           05  JR-OPERATOR-LINES       PIC 9(5)    VALUE ZERO.
           05  JR-OPERATOR-QTY         PIC 9(7)    VALUE ZERO.
           05  JR-OPERATOR-WARNINGS    PIC 9(5)    VALUE ZERO.
           05  JR-TOTAL-LINES          PIC 9(5)    VALUE ZERO.
           05  JR-TOTAL-QTY            PIC 9(7)    VALUE ZERO.
           05  JR-OPERATOR-COUNT       PIC 999     VALUE ZERO.

      * A log record returned from the sort.
       01  JE-ENTRY.
           05  JE-DATE                 PIC 9(6).
           05  JE-TIME.
               10  JE-HOUR             PIC 99.
               10  JE-MINUTE           PIC 99.
               10  JE-SECOND           PIC 99.
           05  JE-OPERATOR             PIC X(3).
           05  JE-BATCH-ID             PIC X(6).
           05  JE-SEQ                  PIC 9(3).
           05  JE-TRAN-IMAGE.
               10  JE-WAREHOUSE-ID     PIC X(4).
               10  JE-VENDOR-ID        PIC X.
               10  JE-CANDY-ID         PIC X(3).
               10  JE-TRAN-TYPE        PIC X.
               10  JE-TRAN-QTY         PIC 9(4).
               10  JE-REFERENCE        PIC X(8).
           05  JE-BOOK-STOCK           PIC 9(4).
           05  JE-WARNING              PIC X.

       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 99.
           05  WS-MONTH                PIC 99.
           05  WS-DAY                  PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR                 PIC 99.
           05  WS-MINUTE               PIC 99.
           05  WS-SECOND               PIC 99.
           05  FILLER                  PIC XX.

      **** ENTRY JOURNAL LINES ****

       01  JOURNAL-HEADING.
           05                      PIC X(28)       VALUE SPACES.
           05                      PIC X(18)       VALUE
                                   'DOCK ENTRY JOURNAL'.

       01  JOURNAL-DATE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'ENTRY DATE: '.
           05  JR-DL-MONTH         PIC 99.
           05                      PIC X           VALUE '/'.
           05  JR-DL-DAY           PIC 99.
           05                      PIC X           VALUE '/'.
           05  JR-DL-YEAR          PIC 99.

       01  JOURNAL-OPERATOR-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'OPERATOR: '.
           05  JR-OL-OPERATOR      PIC X(3).

       01  JOURNAL-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'TIME'.
           05                      PIC X(8)        VALUE 'BATCH'.
           05                      PIC X(5)        VALUE 'SEQ'.
           05                      PIC X(5)        VALUE 'TYPE'.
           05                      PIC X(6)        VALUE 'WHSE'.
           05                      PIC X(4)        VALUE 'VND'.
           05                      PIC X(6)        VALUE 'CANDY'.
           05                      PIC X(6)        VALUE '  QTY'.
           05                      PIC X(10)       VALUE ' REFERENCE'.
           05                      PIC X(6)        VALUE '  BOOK'.
           05                      PIC X(10)       VALUE ' NOTE'.

       01  JOURNAL-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  JR-DT-HOUR          PIC 99.
           05                      PIC X           VALUE ':'.
           05  JR-DT-MINUTE        PIC 99.
           05                      PIC X           VALUE ':'.
           05  JR-DT-SECOND        PIC 99.
           05                      PIC X(2)        VALUE SPACES.
           05  JR-DT-BATCH         PIC X(6).
           05                      PIC X(2)        VALUE SPACES.
           05  JR-DT-SEQ           PIC ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  JR-DT-TYPE          PIC X.
           05                      PIC X(3)        VALUE SPACES.
           05  JR-DT-WAREHOUSE     PIC X(4).
           05                      PIC X(3)        VALUE SPACES.
           05  JR-DT-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  JR-DT-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  JR-DT-QTY           PIC Z,ZZ9.
           05                      PIC X           VALUE SPACE.
           05  JR-DT-REFERENCE     PIC X(8).
           05                      PIC X           VALUE SPACE.
           05  JR-DT-BOOK          PIC Z,ZZ9.
           05                      PIC X           VALUE SPACE.
           05  JR-DT-NOTE          PIC X(10).

       01  JOURNAL-OPERATOR-TOTAL.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'OPERATOR '.
           05  JR-OT-OPERATOR      PIC X(3).
           05                      PIC X(8)        VALUE ' LINES: '.
           05  JR-OT-LINES         PIC ZZ,ZZ9.
           05                      PIC X(14)       VALUE
                                   '   CASES:     '.
           05  JR-OT-QTY           PIC Z,ZZZ,ZZ9.
           05                      PIC X(13)       VALUE
                                   '   WARNINGS: '.
           05  JR-OT-WARNINGS      PIC ZZ,ZZ9.

       01  JOURNAL-GRAND-TOTAL.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(20)       VALUE
                                   'JOURNAL TOTAL LINES:'.
           05  JR-GT-LINES         PIC ZZ,ZZ9.
           05                      PIC X(14)       VALUE
                                   '   CASES:     '.
           05  JR-GT-QTY           PIC Z,ZZZ,ZZ9.
           05                      PIC X(14)       VALUE
                                   '   OPERATORS: '.
           05  JR-GT-OPERATORS     PIC ZZ9.

       01  JOURNAL-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO DOCK ENTRIES KEYED TODAY'.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           DISPLAY 'CANDY SYSTEM DOCK ENTRY'
           PERFORM 11-READ-CYCLE-OPTIONS
           PERFORM 12-SIGN-ON
           IF NOT SIGNON-ACCEPTED
               DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
           ELSE
               MOVE SO-OPERATOR-ID TO EN-OPERATOR
               ACCEPT WS-CURRENT-DATE FROM DATE
               PERFORM 15-LOAD-CANDY-CHECK
               PERFORM 17-LOAD-OPEN-PO-CHECK
               OPEN INPUT INVENTORY-INDEXED
               IF WS-INDEXED-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CANDY INVENTORY INDEX NOT AVAILABLE - '
                           'RUN THE DAILY INVENTORY JOB FIRST'
               ELSE
                   PERFORM 20-ENTRY-LOOP UNTIL NO-MORE-ENTRIES
                   CLOSE INVENTORY-INDEXED
                   PERFORM 70-CLOSE-SESSION
               END-IF
           END-IF
           STOP RUN
           .

      * Only the approval threshold is wanted from the cycle card.
       11-READ-CYCLE-OPTIONS.
           OPEN INPUT CYCLE-OPTIONS-FILE
           IF WS-OPTIONS-FILE-STATUS IS EQUAL TO '00'
               READ CYCLE-OPTIONS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CY-THRESHOLD-IN IS NUMERIC
                           MOVE CY-THRESHOLD-IN TO SO-THRESHOLD
                       END-IF
               END-READ
               CLOSE CYCLE-OPTIONS-FILE
           END-IF
           .

      **** OPERATOR SIGN-ON ****
      * Three tries at an ID and password that match an active
      * operator, as in CS370CYCLE. No authority is needed to key
      * dock lines; the approval limit sets what may be released.
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
               IF SO-APPROVAL-LIMIT < SO-THRESHOLD
                   MOVE SO-APPROVAL-LIMIT TO SO-RELEASE-LIMIT
               ELSE
                   MOVE SO-THRESHOLD TO SO-RELEASE-LIMIT
               END-IF
               MOVE SO-RELEASE-LIMIT TO EN-EDIT-DOLLARS
               DISPLAY 'SIGNED ON ' SO-OPERATOR-ID ' '
                       SO-OPERATOR-NAME ' - RELEASE LIMIT '
                       EN-EDIT-DOLLARS
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

       15-LOAD-CANDY-CHECK.
           MOVE ZERO TO CX-COUNT
           OPEN INPUT CANDY-MASTER
           IF WS-MASTER-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ CANDY-MASTER
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF CX-COUNT < 250
                               ADD 1 TO CX-COUNT
                               MOVE CM-CANDY-ID TO
                                       CX-CANDY-ID (CX-COUNT)
                               MOVE CM-VENDOR-ID TO
                                       CX-VENDOR-ID (CX-COUNT)
                               MOVE CM-CANDY-NAME TO
                                       CX-CANDY-NAME (CX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE CANDY-MASTER
           ELSE
               DISPLAY 'CANDY MASTER NOT AVAILABLE - NO CANDY WILL '
                       'PASS THE CANDY EDIT'
           END-IF
           .

       17-LOAD-OPEN-PO-CHECK.
           MOVE ZERO TO PX-COUNT
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPEN-PO-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ OPEN-PO-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF PX-COUNT < 300
                               ADD 1 TO PX-COUNT
                               MOVE OP-PO-NUMBER TO
                                       PX-PO-NUMBER (PX-COUNT)
                               MOVE OP-VENDOR-ID TO PX-VENDOR (PX-COUNT)
                               MOVE OP-CANDY-ID TO PX-CANDY (PX-COUNT)
                               MOVE OP-WAREHOUSE-ID TO
                                       PX-WAREHOUSE (PX-COUNT)
                               MOVE OP-ORDER-QTY TO
                                       PX-ORDER-QTY (PX-COUNT)
                               MOVE OP-RECEIVED-QTY TO
                                       PX-RECEIVED-QTY (PX-COUNT)
                               MOVE OP-PO-STATUS TO PX-STATUS (PX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE OPEN-PO-FILE
           END-IF
           .

       20-ENTRY-LOOP.
           DISPLAY ' '
           DISPLAY 'TRAN - R=RECEIPT S=SHIPMENT A=ADJUSTMENT '
                   'D=DISPOSAL V=VOID LAST'
           DISPLAY '(SPACES TO CLOSE SESSION):'
           MOVE SPACE TO EN-TRAN-TYPE
           ACCEPT EN-TRAN-TYPE
           EVALUATE TRUE
               WHEN EN-CLOSE-SESSION
                   SET NO-MORE-ENTRIES TO TRUE
               WHEN EN-RECEIPT OR EN-SHIPMENT OR EN-ADJUSTMENT
                       OR EN-DISPOSAL
                   IF EN-COUNT < 500
                       PERFORM 30-KEY-ONE-LINE
                   ELSE
                       DISPLAY 'SESSION FULL AT 500 LINES - '
                               'CLOSE THE SESSION AND START ANOTHER'
                   END-IF
               WHEN EN-VOID-LAST
                   PERFORM 60-VOID-LAST-LINE
               WHEN OTHER
                   DISPLAY 'UNKNOWN TRANSACTION TYPE: ' EN-TRAN-TYPE
           END-EVALUATE
           .

      **** KEY AND EDIT ONE LINE ****
      * Any failed edit abandons the line with nothing held; the
      * operator simply keys it again.
       30-KEY-ONE-LINE.
           MOVE ' ' TO WS-EDIT-FLAG
           MOVE SPACE TO EN-WARNING
           MOVE SPACE TO EN-PENDING
           MOVE ZERO TO EN-LINE-VALUE
           MOVE SPACES TO EN-REFERENCE-IN
           PERFORM 32-ACCEPT-LINE-FIELDS
           PERFORM 40-EDIT-CANDY
           IF NOT EDIT-FAILED
               PERFORM 42-EDIT-INVENTORY
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 44-EDIT-QUANTITY
           END-IF
           IF NOT EDIT-FAILED
               EVALUATE TRUE
                   WHEN EN-RECEIPT
                       PERFORM 46-EDIT-RECEIPT-PO
                   WHEN EN-SHIPMENT
                       PERFORM 48-CHECK-SHIPMENT-STOCK
                       IF NOT EDIT-FAILED
                           PERFORM 49-ACCEPT-REFERENCE
                       END-IF
                   WHEN EN-ADJUSTMENT
                       PERFORM 49-ACCEPT-REFERENCE
                   WHEN EN-DISPOSAL
                       PERFORM 47-ACCEPT-DISPOSAL
                       IF NOT EDIT-FAILED
                           PERFORM 48-CHECK-SHIPMENT-STOCK
                       END-IF
               END-EVALUATE
           END-IF
           IF NOT EDIT-FAILED
               IF EN-ADJUSTMENT OR EN-DISPOSAL
                   PERFORM 52-CHECK-RELEASE-LIMIT
               END-IF
               PERFORM 50-HOLD-LINE
           ELSE
               DISPLAY 'LINE NOT ADDED'
           END-IF
           .

       32-ACCEPT-LINE-FIELDS.
           DISPLAY 'WAREHOUSE ID:'
           MOVE SPACES TO EN-WAREHOUSE-IN
           ACCEPT EN-WAREHOUSE-IN
           DISPLAY 'VENDOR ID:'
           MOVE SPACE TO EN-VENDOR-IN
           ACCEPT EN-VENDOR-IN
           DISPLAY 'CANDY ID:'
           MOVE SPACES TO EN-CANDY-IN
           ACCEPT EN-CANDY-IN
           IF EN-ADJUSTMENT
               DISPLAY 'COUNTED CASES (4 DIGITS E.G. 0025 = 25):'
           ELSE
               DISPLAY 'CASES (4 DIGITS E.G. 0025 = 25):'
           END-IF
           MOVE SPACES TO EN-QTY-IN
           ACCEPT EN-QTY-IN
           .

      * Candy ID and vendor are matched as a pair, the way
      * 13C-LOOKUP-CANDY pairs them in the daily run.
       40-EDIT-CANDY.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE SPACES TO EN-CANDY-NAME
           PERFORM VARYING CX-SUB FROM 1 BY 1
                   UNTIL CX-SUB > CX-COUNT OR KEY-IS-FOUND
               IF CX-CANDY-ID (CX-SUB) IS EQUAL TO EN-CANDY-IN
                       AND CX-VENDOR-ID (CX-SUB) IS EQUAL TO
                           EN-VENDOR-IN
                   SET KEY-IS-FOUND TO TRUE
                   MOVE CX-CANDY-NAME (CX-SUB) TO EN-CANDY-NAME
               END-IF
           END-PERFORM
           IF NOT KEY-IS-FOUND
               DISPLAY 'CANDY ' EN-CANDY-IN ' NOT ON CANDY MASTER FOR '
                       'VENDOR ' EN-VENDOR-IN
               MOVE 'E' TO WS-EDIT-FLAG
           END-IF
           .

       42-EDIT-INVENTORY.
           MOVE EN-WAREHOUSE-IN TO IX-WAREHOUSE-ID
           MOVE EN-VENDOR-IN TO IX-VENDOR-ID
           MOVE EN-CANDY-IN TO IX-CANDY-ID
           READ INVENTORY-INDEXED
               INVALID KEY
                   DISPLAY 'NO INVENTORY RECORD FOR WAREHOUSE '
                           EN-WAREHOUSE-IN ' VENDOR ' EN-VENDOR-IN
                           ' CANDY ' EN-CANDY-IN
                   MOVE 'E' TO WS-EDIT-FLAG
               NOT INVALID KEY
                   MOVE IX-CANDY-DATA (1) TO EN-BOOK-SLOT
                   IF EN-BS-STOCK IS NUMERIC
                       MOVE EN-BS-STOCK TO EN-BOOK-STOCK
                   ELSE
                       MOVE ZERO TO EN-BOOK-STOCK
                   END-IF
                   MOVE EN-BOOK-STOCK TO EN-EDIT-QTY
                   DISPLAY EN-CANDY-NAME ' BOOK STOCK: ' EN-EDIT-QTY
           END-READ
           .

      * A count may come back zero; a receipt or a shipment of
      * nothing is a keying slip.
       44-EDIT-QUANTITY.
           IF EN-QTY-IN IS NOT NUMERIC
               DISPLAY 'CASES NOT NUMERIC: ' EN-QTY-IN
               MOVE 'E' TO WS-EDIT-FLAG
           ELSE
               IF EN-QTY-NUM IS EQUAL TO ZERO
                       AND NOT EN-ADJUSTMENT
                   DISPLAY 'CASES MUST BE GREATER THAN ZERO'
                   MOVE 'E' TO WS-EDIT-FLAG
               END-IF
           END-IF
           .

      * Lines waiting for approval will not post with this batch,
      * so they are left out of the netting.
       45-NET-SESSION-LINES.
           MOVE EN-BOOK-STOCK TO EN-AVAILABLE
           PERFORM VARYING EN-SUB FROM 1 BY 1
                   UNTIL EN-SUB > EN-COUNT
               IF ENT-PENDING (EN-SUB) IS NOT EQUAL TO 'P'
                       AND ENT-KEY (EN-SUB) (1:4) IS EQUAL TO
                           EN-WAREHOUSE-IN
                       AND ENT-KEY (EN-SUB) (5:1) IS EQUAL TO
                           EN-VENDOR-IN
                       AND ENT-KEY (EN-SUB) (6:3) IS EQUAL TO
                           EN-CANDY-IN
                   EVALUATE ENT-TYPE (EN-SUB)
                       WHEN 'R'
                           ADD ENT-QTY (EN-SUB) TO EN-AVAILABLE
                       WHEN 'S'
                           SUBTRACT ENT-QTY (EN-SUB) FROM EN-AVAILABLE
                       WHEN 'A'
                           MOVE ENT-QTY (EN-SUB) TO EN-AVAILABLE
                       WHEN 'D'
                           SUBTRACT ENT-QTY (EN-SUB) FROM EN-AVAILABLE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      * The PO line must be open and for this warehouse, vendor and
      * candy - anything else would post the stock but leave the PO
      * unrelieved. The balance left on the line is reduced by any
      * receipts already keyed against it this session.
       46-EDIT-RECEIPT-PO.
           DISPLAY 'PO NUMBER:'
           ACCEPT EN-REFERENCE-IN
           MOVE 'N' TO WS-PO-FOUND
           MOVE ZERO TO PX-FOUND-SUB
           PERFORM VARYING PX-SUB FROM 1 BY 1
                   UNTIL PX-SUB > PX-COUNT
               IF PX-PO-NUMBER (PX-SUB) IS EQUAL TO EN-REFERENCE-IN
                   SET PO-NUMBER-FOUND TO TRUE
                   IF PX-STATUS (PX-SUB) IS NOT EQUAL TO 'F'
                           AND PX-WAREHOUSE (PX-SUB) IS EQUAL TO
                               EN-WAREHOUSE-IN
                           AND PX-VENDOR (PX-SUB) IS EQUAL TO
                               EN-VENDOR-IN
                           AND PX-CANDY (PX-SUB) IS EQUAL TO
                               EN-CANDY-IN
                       MOVE PX-SUB TO PX-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN EN-REFERENCE-IN IS EQUAL TO SPACES
                   DISPLAY 'PO NUMBER REQUIRED ON A RECEIPT'
                   MOVE 'E' TO WS-EDIT-FLAG
               WHEN NOT PO-NUMBER-FOUND
                   DISPLAY 'PO ' EN-REFERENCE-IN
                           ' NOT ON OPEN PURCHASE ORDER FILE'
                   MOVE 'E' TO WS-EDIT-FLAG
               WHEN PX-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY 'PO ' EN-REFERENCE-IN ' IS FILLED OR IS '
                           'NOT FOR THIS WAREHOUSE/VENDOR/CANDY'
                   MOVE 'E' TO WS-EDIT-FLAG
               WHEN OTHER
                   MOVE PX-ORDER-QTY (PX-FOUND-SUB) TO EN-PO-BALANCE
                   SUBTRACT PX-RECEIVED-QTY (PX-FOUND-SUB)
                       FROM EN-PO-BALANCE
                   PERFORM VARYING EN-SUB FROM 1 BY 1
                           UNTIL EN-SUB > EN-COUNT
                       IF ENT-TYPE (EN-SUB) IS EQUAL TO 'R'
                               AND ENT-REFERENCE (EN-SUB) IS EQUAL TO
                                   EN-REFERENCE-IN
                           SUBTRACT ENT-QTY (EN-SUB) FROM EN-PO-BALANCE
                       END-IF
                   END-PERFORM
                   IF EN-QTY-NUM > EN-PO-BALANCE
                       MOVE EN-PO-BALANCE TO EN-EDIT-QTY
                       DISPLAY 'WARNING - RECEIPT EXCEEDS PO '
                               'BALANCE OF ' EN-EDIT-QTY
                       SET EN-OVER-PO TO TRUE
                   END-IF
           END-EVALUATE
           .

      * The reason code goes in the first byte of the reference and
      * the lot in the next six, the layout 530-APPLY-ONE-TRAN reads.
      * A lot left blank, or one no longer on the lot book, is taken
      * from the held lots first and then the oldest, so the lot is
      * not required.
       47-ACCEPT-DISPOSAL.
           DISPLAY 'REASON - E=EXPIRED D=DAMAGED R=RECALLED '
                   'V=RETURNED TO VENDOR:'
           MOVE SPACE TO EN-DISPOSAL-REASON
           ACCEPT EN-DISPOSAL-REASON
           IF NOT EN-VALID-REASON
               DISPLAY 'DISPOSAL REASON MUST BE E, D, R OR V'
               MOVE 'E' TO WS-EDIT-FLAG
           ELSE
               DISPLAY 'LOT NUMBER (BLANK IF NOT KNOWN):'
               MOVE SPACES TO EN-DISPOSAL-LOT
               ACCEPT EN-DISPOSAL-LOT
               MOVE EN-DISPOSAL-REASON TO EN-REFERENCE-IN (1:1)
               MOVE EN-DISPOSAL-LOT TO EN-REFERENCE-IN (2:6)
           END-IF
           .

      * Book stock is as of the last daily run, so lines already
      * keyed for the group this session are netted in before the
      * compare. A disposal is checked the same way as a shipment.
       48-CHECK-SHIPMENT-STOCK.
           PERFORM 45-NET-SESSION-LINES
           IF EN-QTY-NUM > EN-AVAILABLE
               MOVE EN-AVAILABLE TO EN-EDIT-QTY
               IF EN-DISPOSAL
                   DISPLAY 'WARNING - DISPOSAL EXCEEDS BOOK STOCK OF '
                           EN-EDIT-QTY
               ELSE
                   DISPLAY 'WARNING - SHIPMENT EXCEEDS BOOK STOCK OF '
                           EN-EDIT-QTY
               END-IF
               DISPLAY 'KEEP THE LINE ANYWAY? (Y/N):'
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM IS EQUAL TO 'Y'
                   SET EN-OVER-BOOK TO TRUE
               ELSE
                   MOVE 'E' TO WS-EDIT-FLAG
               END-IF
           END-IF
           .

      * A blank reference on a shipment or adjustment defaults to
      * EN plus the entry date, the way CS370CYCLE stamps its
      * adjustments CY plus the date.
       49-ACCEPT-REFERENCE.
           DISPLAY 'REFERENCE (BLANK FOR NONE):'
           MOVE SPACES TO EN-REFERENCE-IN
           ACCEPT EN-REFERENCE-IN
           IF EN-REFERENCE-IN IS EQUAL TO SPACES
               MOVE 'EN' TO EN-REFERENCE-IN (1:2)
               MOVE WS-CURRENT-DATE TO EN-REFERENCE-IN (3:6)
           END-IF
           .

       50-HOLD-LINE.
           ADD 1 TO EN-COUNT
           MOVE EN-WAREHOUSE-IN TO EN-BUILD-WAREHOUSE
           MOVE EN-VENDOR-IN TO EN-BUILD-VENDOR
           MOVE EN-CANDY-IN TO EN-BUILD-CANDY
           MOVE EN-TRAN-TYPE TO EN-BUILD-TYPE
           MOVE EN-QTY-NUM TO EN-BUILD-QTY
           MOVE EN-REFERENCE-IN TO EN-BUILD-REFERENCE
           MOVE EN-BUILD-AREA TO ENT-IMAGE (EN-COUNT)
           IF EN-BOOK-STOCK < ZERO
               MOVE ZERO TO ENT-BOOK-STOCK (EN-COUNT)
           ELSE
               MOVE EN-BOOK-STOCK TO ENT-BOOK-STOCK (EN-COUNT)
           END-IF
           MOVE EN-WARNING TO ENT-WARNING (EN-COUNT)
           MOVE EN-PENDING TO ENT-PENDING (EN-COUNT)
           MOVE EN-AVAILABLE TO ENT-NET-BOOK (EN-COUNT)
           MOVE EN-LINE-VALUE TO ENT-VALUE (EN-COUNT)
           IF EN-OVER-LIMIT
               ADD 1 TO EN-PENDING-COUNT
               DISPLAY 'LINE ' EN-COUNT ' FOR APPROVAL: '
                       EN-BUILD-AREA
           ELSE
               ADD EN-QTY-NUM TO EN-QTY-HASH
               DISPLAY 'LINE ' EN-COUNT ' HELD: ' EN-BUILD-AREA
           END-IF
           .

      **** RELEASE LIMIT ****
      * The dollars are the purchase price times the cases the line
      * moves the book by - for an adjustment the counted cases less
      * the book netted for this session, for a disposal the cases
      * written off. Over the release limit the line is still kept,
      * but for a supervisor rather than for the batch.
       52-CHECK-RELEASE-LIMIT.
           PERFORM 45-NET-SESSION-LINES
           IF EN-BS-PRICE IS NOT NUMERIC
               MOVE ZERO TO EN-BS-PRICE
           END-IF
           IF EN-ADJUSTMENT
               COMPUTE EN-LINE-VALUE =
                   (EN-QTY-NUM - EN-AVAILABLE) * EN-BS-PRICE
           ELSE
               COMPUTE EN-LINE-VALUE = 0 - (EN-QTY-NUM * EN-BS-PRICE)
           END-IF
           IF EN-LINE-VALUE < ZERO
               SUBTRACT EN-LINE-VALUE FROM ZERO GIVING EN-ABS-VALUE
           ELSE
               MOVE EN-LINE-VALUE TO EN-ABS-VALUE
           END-IF
           IF EN-ABS-VALUE > SO-RELEASE-LIMIT
               SET EN-OVER-LIMIT TO TRUE
               MOVE EN-ABS-VALUE TO EN-EDIT-DOLLARS
               DISPLAY 'LINE VALUE ' EN-EDIT-DOLLARS
                       ' IS OVER YOUR RELEASE LIMIT'
               DISPLAY 'IT WILL GO TO CYCLE-PENDING FOR SUPERVISOR '
                       'APPROVAL, NOT IN THE BATCH'
           END-IF
           .

       60-VOID-LAST-LINE.
           IF EN-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO LINES KEYED THIS SESSION'
           ELSE
               DISPLAY 'VOIDED LINE ' EN-COUNT ': '
                       ENT-IMAGE (EN-COUNT)
               IF ENT-PENDING (EN-COUNT) IS EQUAL TO 'P'
                   SUBTRACT 1 FROM EN-PENDING-COUNT
               ELSE
                   SUBTRACT ENT-QTY (EN-COUNT) FROM EN-QTY-HASH
               END-IF
               SUBTRACT 1 FROM EN-COUNT
           END-IF
           .

      **** CLOSE THE SESSION ****
      * The batch ID is EN plus the hour and minute the session
      * closed, so two operators' batches in the same day do not
      * share an ID on the posting register. Lines over the release
      * limit go to the pending file instead, and if every line did
      * there is no batch at all.
       70-CLOSE-SESSION.
           IF EN-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO LINES KEYED - NO BATCH WRITTEN'
           ELSE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO EN-BATCH-ID
               MOVE 'EN' TO EN-BATCH-ID (1:2)
               MOVE WS-HOUR TO EN-BATCH-ID (3:2)
               MOVE WS-MINUTE TO EN-BATCH-ID (5:2)
               IF EN-COUNT > EN-PENDING-COUNT
                   PERFORM 72-WRITE-ENTRY-BATCH
               END-IF
               IF EN-PENDING-COUNT > ZERO
                   PERFORM 76-WRITE-PENDING-LINES
               END-IF
               PERFORM 74-WRITE-ENTRY-LOG
           END-IF
           PERFORM 80-PRINT-ENTRY-JOURNAL
           .

       72-WRITE-ENTRY-BATCH.
           MOVE EN-BATCH-ID TO EN-H-BATCH-ID
           MOVE EN-BATCH-ID TO EN-T-BATCH-ID
           SUBTRACT EN-PENDING-COUNT FROM EN-COUNT GIVING EN-T-COUNT
           MOVE EN-QTY-HASH TO EN-T-QTY-HASH

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           WRITE TRANSACTION-RECORD FROM EN-BATCH-HEADER
           PERFORM VARYING EN-SUB FROM 1 BY 1
                   UNTIL EN-SUB > EN-COUNT
               IF ENT-PENDING (EN-SUB) IS NOT EQUAL TO 'P'
                   WRITE TRANSACTION-RECORD FROM ENT-IMAGE (EN-SUB)
               END-IF
           END-PERFORM
           WRITE TRANSACTION-RECORD FROM EN-BATCH-TRAILER
           CLOSE TRANSACTION-FILE
           DISPLAY 'ENTRY BATCH ' EN-BATCH-ID ' WRITTEN - '
                   EN-T-COUNT ' TRANSACTIONS'
           .

       74-WRITE-ENTRY-LOG.
           OPEN EXTEND ENTRY-LOG-FILE
           IF WS-LOG-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT ENTRY-LOG-FILE
           END-IF
           MOVE ZERO TO EN-BATCH-SEQ
           MOVE ZERO TO EN-PENDING-SEQ
           PERFORM VARYING EN-SUB FROM 1 BY 1
                   UNTIL EN-SUB > EN-COUNT
               MOVE WS-CURRENT-DATE TO EL-DATE
               MOVE WS-CURRENT-TIME (1:6) TO EL-TIME
               MOVE EN-OPERATOR TO EL-OPERATOR
               IF ENT-PENDING (EN-SUB) IS EQUAL TO 'P'
                   ADD 1 TO EN-PENDING-SEQ
                   MOVE 'PENDNG' TO EL-BATCH-ID
                   MOVE EN-PENDING-SEQ TO EL-SEQ
               ELSE
                   ADD 1 TO EN-BATCH-SEQ
                   MOVE EN-BATCH-ID TO EL-BATCH-ID
                   MOVE EN-BATCH-SEQ TO EL-SEQ
               END-IF
               MOVE ENT-IMAGE (EN-SUB) TO EL-TRAN-IMAGE
               MOVE ENT-BOOK-STOCK (EN-SUB) TO EL-BOOK-STOCK
               MOVE ENT-WARNING (EN-SUB) TO EL-WARNING
               WRITE ENTRY-LOG-RECORD
           END-PERFORM
           CLOSE ENTRY-LOG-FILE
           .

      * Written the way 57-HOLD-FOR-APPROVAL writes a held count in
      * CS370CYCLE. The dock operator both counts and keys the line.
       76-WRITE-PENDING-LINES.
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF WS-PENDING-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           PERFORM VARYING EN-SUB FROM 1 BY 1
                   UNTIL EN-SUB > EN-COUNT
               IF ENT-PENDING (EN-SUB) IS EQUAL TO 'P'
                   MOVE SPACES TO PENDING-WORK-RECORD
                   MOVE ENT-KEY (EN-SUB) TO PW-RECORD-KEY
                   MOVE ENT-QTY (EN-SUB) TO PW-COUNTED-QTY
                   MOVE ENT-NET-BOOK (EN-SUB) TO PW-BOOK-QTY
                   MOVE ENT-VALUE (EN-SUB) TO PW-DOLLAR-IMPACT
                   MOVE EN-OPERATOR TO PW-COUNTER
                   MOVE EN-OPERATOR TO PW-KEYED-BY
                   MOVE WS-CURRENT-DATE TO PW-KEYED-DATE
                   MOVE ENT-TYPE (EN-SUB) TO PW-TRAN-TYPE
                   MOVE ENT-REFERENCE (EN-SUB) TO PW-REFERENCE
                   WRITE PENDING-APPROVAL-RECORD
                       FROM PENDING-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE
           DISPLAY EN-PENDING-COUNT ' LINES SENT FOR SUPERVISOR '
                   'APPROVAL'
           .

      **** ENTRY JOURNAL ****
      * Everything keyed today, from every session, sorted by
      * operator and then in the order it was keyed, with a total
      * per operator.
       80-PRINT-ENTRY-JOURNAL.
           SORT ENTRY-SORT-FILE
               ON ASCENDING KEY ES-OPERATOR
                                ES-TIME
                                ES-SEQ
               INPUT PROCEDURE 82-RELEASE-TODAYS-ENTRIES
               OUTPUT PROCEDURE 84-PRINT-JOURNAL-LINES
           DISPLAY 'ENTRY JOURNAL PRINTED - ' JR-TOTAL-LINES
                   ' LINES FOR ' JR-OPERATOR-COUNT ' OPERATORS'
           .

       82-RELEASE-TODAYS-ENTRIES.
           OPEN INPUT ENTRY-LOG-FILE
           IF WS-LOG-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ ENTRY-LOG-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF EL-DATE IS EQUAL TO WS-CURRENT-DATE
                               RELEASE ENTRY-SORT-RECORD
                                   FROM ENTRY-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE ENTRY-LOG-FILE
           END-IF
           .

       84-PRINT-JOURNAL-LINES.
           OPEN OUTPUT ENTRY-JOURNAL-FILE
           WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-HEADING
               AFTER ADVANCING PAGE
           MOVE WS-MONTH TO JR-DL-MONTH
           MOVE WS-DAY TO JR-DL-DAY
           MOVE WS-YEAR TO JR-DL-YEAR
           WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-DATE-LINE
               AFTER ADVANCING 2

           MOVE SPACES TO JR-PRIOR-OPERATOR
           PERFORM UNTIL NO-MORE-DATA
               RETURN ENTRY-SORT-FILE INTO JE-ENTRY
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 86-JOURNAL-ONE-LINE
               END-RETURN
           END-PERFORM
           MOVE ' ' TO EOF-FLAG

           IF JR-TOTAL-LINES IS EQUAL TO ZERO
               WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 88-OPERATOR-TOTAL
               MOVE JR-TOTAL-LINES TO JR-GT-LINES
               MOVE JR-TOTAL-QTY TO JR-GT-QTY
               MOVE JR-OPERATOR-COUNT TO JR-GT-OPERATORS
               WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-GRAND-TOTAL
                   AFTER ADVANCING 3
           END-IF
           CLOSE ENTRY-JOURNAL-FILE
           .

       86-JOURNAL-ONE-LINE.
           IF JE-OPERATOR IS NOT EQUAL TO JR-PRIOR-OPERATOR
               IF JR-PRIOR-OPERATOR IS NOT EQUAL TO SPACES
                   PERFORM 88-OPERATOR-TOTAL
               END-IF
               MOVE JE-OPERATOR TO JR-PRIOR-OPERATOR
               ADD 1 TO JR-OPERATOR-COUNT
               MOVE JE-OPERATOR TO JR-OL-OPERATOR
               WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-OPERATOR-LINE
                   AFTER ADVANCING 3
               WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-COLUMN-HEADER
                   AFTER ADVANCING 2
           END-IF

           MOVE JE-HOUR TO JR-DT-HOUR
           MOVE JE-MINUTE TO JR-DT-MINUTE
           MOVE JE-SECOND TO JR-DT-SECOND
           MOVE JE-BATCH-ID TO JR-DT-BATCH
           MOVE JE-SEQ TO JR-DT-SEQ
           MOVE JE-TRAN-TYPE TO JR-DT-TYPE
           MOVE JE-WAREHOUSE-ID TO JR-DT-WAREHOUSE
           MOVE JE-VENDOR-ID TO JR-DT-VENDOR
           MOVE JE-CANDY-ID TO JR-DT-CANDY
           MOVE JE-TRAN-QTY TO JR-DT-QTY
           MOVE JE-REFERENCE TO JR-DT-REFERENCE
           MOVE JE-BOOK-STOCK TO JR-DT-BOOK
           EVALUATE JE-WARNING
               WHEN 'S'
                   MOVE 'OVER BOOK' TO JR-DT-NOTE
               WHEN 'P'
                   MOVE 'OVER PO' TO JR-DT-NOTE
               WHEN OTHER
                   MOVE SPACES TO JR-DT-NOTE
           END-EVALUATE
           WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-DETAIL-LINE
               AFTER ADVANCING 1

           ADD 1 TO JR-OPERATOR-LINES
           ADD 1 TO JR-TOTAL-LINES
           ADD JE-TRAN-QTY TO JR-OPERATOR-QTY
           ADD JE-TRAN-QTY TO JR-TOTAL-QTY
           IF JE-WARNING IS NOT EQUAL TO SPACE
               ADD 1 TO JR-OPERATOR-WARNINGS
           END-IF
           .

       88-OPERATOR-TOTAL.
           MOVE JR-PRIOR-OPERATOR TO JR-OT-OPERATOR
           MOVE JR-OPERATOR-LINES TO JR-OT-LINES
           MOVE JR-OPERATOR-QTY TO JR-OT-QTY
           MOVE JR-OPERATOR-WARNINGS TO JR-OT-WARNINGS
           WRITE ENTRY-JOURNAL-RECORD FROM JOURNAL-OPERATOR-TOTAL
               AFTER ADVANCING 2
           MOVE ZERO TO JR-OPERATOR-LINES
           MOVE ZERO TO JR-OPERATOR-QTY
           MOVE ZERO TO JR-OPERATOR-WARNINGS
           .
