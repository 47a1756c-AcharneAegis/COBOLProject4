               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

      * Each morning feed is opened once under this FD by the feed
      * check pass before any sort touches it; the name is set to
      * NEW-INV-FILE-Bx00.txt for each feed in turn.
           SELECT FEED-CHECK-FILE
               ASSIGN TO FC-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FEED-FILE-STATUS.

           SELECT FEED-HISTORY-FILE
               ASSIGN TO 'FEED-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-HISTORY-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUN-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO PRINTER 'EXPIRY-REPORT.txt'.

           SELECT RECALL-REPORT-FILE
               ASSIGN TO PRINTER 'RECALL-TRACE.txt'.

           SELECT DISPOSAL-REPORT-FILE
               ASSIGN TO PRINTER 'DISPOSAL-SUMMARY.txt'.

           SELECT HISTORY-FILE
               ASSIGN TO 'RUN-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS IX-RECORD-KEY
               FILE STATUS IS WS-INDEXED-FILE-STATUS.

      * Customer order entry hands over the day's order lines here;
      * BACKORDERS.txt is the unfilled remainder of earlier orders,
      * rewritten by every allocation pass. Both are optional.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CUSTOMER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-FILE-STATUS.

           SELECT ORDER-SORT-FILE
               ASSIGN TO 'ORDER-SORTING.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-ORDER-FILE
               ASSIGN TO 'SORTED-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-LIST-FILE
               ASSIGN TO PRINTER 'PICK-LISTS.txt'.

      * Allocated picks wait on PICKS-OPEN.txt until the warehouse
      * keys back what it actually picked on PICK-CONFIRMATIONS.txt;
      * only the confirmed cases are posted. The confirmations are
      * optional - with none, every pick returns to backorder. The
      * work files are built whole before each checkpoint mark and
      * then copied over the real files, so a restart never adds or
      * loses a pick.
           SELECT OPEN-PICK-FILE
               ASSIGN TO 'PICKS-OPEN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PICK-FILE-STATUS.

           SELECT PICK-CONFIRM-FILE
               ASSIGN TO 'PICK-CONFIRMATIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-CONFIRM-STATUS.

           SELECT OPEN-PICK-WORK-FILE
               ASSIGN TO 'PICKS-OPEN-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKORDER-WORK-FILE
               ASSIGN TO 'BACKORDER-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-POST-WORK-FILE
               ASSIGN TO 'PICK-POST-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILL-RATE-REPORT-FILE
               ASSIGN TO PRINTER 'FILL-RATE-REPORT.txt'.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT VALUATION-SNAPSHOT-FILE
               ASSIGN TO 'VALUATION-SNAPSHOT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT VALUATION-REPORT-FILE
               ASSIGN TO PRINTER 'MONTH-END-VALUATION.txt'.

           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER 'ROLL-FORWARD-RECON.txt'.

           SELECT INVOICE-FILE
               ASSIGN TO 'VENDOR-INVOICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO 'INVOICE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HISTORY-STATUS.

           SELECT INVOICE-HISTORY-WORK-FILE
               ASSIGN TO 'INVOICE-HISTORY-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVED-PAY-FILE
               ASSIGN TO 'APPROVED-TO-PAY.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-HOLD-REPORT-FILE
               ASSIGN TO PRINTER 'INVOICE-HOLD-REPORT.txt'.

           SELECT MOVEMENT-DAY-FILE
               ASSIGN TO 'MOVEMENT-DAY.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-HISTORY-FILE
               ASSIGN TO 'MOVEMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-FILE-STATUS.

           SELECT MOVEMENT-WORK-FILE
               ASSIGN TO 'MOVEMENT-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-SORT-FILE
               ASSIGN TO 'MOVEMENT-SORTING.tmp'.

           SELECT MOVEMENT-SORTED-FILE
               ASSIGN TO 'MOVEMENT-SORTED.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-STATS-FILE
               ASSIGN TO 'MOVEMENT-STATS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEMENT-REPORT-FILE
               ASSIGN TO PRINTER 'MOVEMENT-ANALYSIS.txt'.

           SELECT ABC-SORT-FILE
               ASSIGN TO 'ABC-SORTING.tmp'.

           SELECT ABC-RANKED-FILE
               ASSIGN TO 'ABC-RANKED.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-WORK-FILE
               ASSIGN TO 'ABC-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-CLASS-FILE
               ASSIGN TO 'ABC-CLASSES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-REPORT-FILE
               ASSIGN TO PRINTER 'ABC-ANALYSIS.txt'.


       DATA DIVISION.
       FILE SECTION.
               DEPENDING ON GEN-ENTRY-COUNT.

       01  GENERATION-RECORD.
           05  GEN-KEY-PART.
               10  GEN-WAREHOUSE-ID            PIC X(4).
               10  GEN-VENDOR-ID               PIC X.
               10  GEN-CANDY-ID                PIC X(3).
           05  GEN-ENTRY-COUNT                 PIC 99.
           05  GEN-CANDY-DATA OCCURS 1 TO 15 TIMES
                   DEPENDING ON GEN-ENTRY-COUNT.
               10  FILLER                      PIC X(18).
               10  GEN-STOCK                   PIC S9(4).
               10  GEN-PRICE                   PIC S999V99.

      **** GENERATION CATALOG ****
      * One record per retained generation: the run date and the
           05  GC-FILE-NAME                    PIC X(30).
           05  FILLER                          PIC X(4).

      **** MORNING FEED CHECK ****
      * Any one of the four morning feeds, read once ahead of the
      * sorts to prove it arrived, count it, and pick up its extract
      * date. A feed may open with a header record carrying '**HD'
      * in the warehouse position and the yymmdd it was extracted;
      * the sort input procedures step over that header. Stock on
      * every entry is summed into a hash total so a feed resent
      * without a header can still be recognised.
       FD  FEED-CHECK-FILE
           RECORD CONTAINS 415 CHARACTERS.

       01  FEED-CHECK-RECORD.
           05  FK-WAREHOUSE-ID                 PIC X(4).
           05  FK-VENDOR-ID                    PIC X.
           05  FK-CANDY-ID                     PIC X(3).
           05  FK-ENTRY-COUNT                  PIC 99.
           05  FK-ENTRY OCCURS 15 TIMES.
               10  FILLER                      PIC X(18).
               10  FK-STOCK                    PIC S9(4).
               10  FILLER                      PIC X(5).

       01  FEED-HEADER-RECORD.
           05  FK-HEADER-TAG                   PIC X(4).
               88  FK-IS-HEADER                      VALUE '**HD'.
           05  FK-EXTRACT-DATE                 PIC X(6).
           05  FILLER                          PIC X(405).

      **** FEED HISTORY ****
      * One record per feed per full run: the warehouse it carries,
      * its extract date, record count and stock hash, and whether
      * it was accepted or carried forward and from which dated
      * generation. The last ten runs are kept. The record count
      * tolerance is judged against the accepted runs among them,
      * and a reprint reads the carried-forward entries back so its
      * pages carry the same warning the morning run's did.
       FD  FEED-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  FEED-HISTORY-RECORD.
           05  FH-RUN-DATE                     PIC 9(6).
           05  FH-FEED                         PIC X(4).
           05  FH-WAREHOUSE                    PIC X(4).
           05  FH-EXTRACT-DATE                 PIC 9(6).
           05  FH-RECORD-COUNT                 PIC 9(5).
           05  FH-STOCK-HASH                   PIC S9(7).
           05  FH-STATUS                       PIC X.
               88  FH-ACCEPTED                       VALUE 'A'.
               88  FH-CARRIED                        VALUE 'C'.
           05  FH-CARRY-DATE                   PIC 9(6).
           05  FILLER                          PIC X.

      **** STEP TIMING RUN LOG ****
      * One record per major step of the run: start and end times,
      * elapsed seconds, and records processed. Rewritten at the end
      *                generation named in columns 17-22, every
      *                page watermarked with the as-of date so it
      *                cannot be mistaken for today's run
      *
      * and a fifth:
      *     CLOSE    - a FULL run that then closes the month: the
      *                posted master is valued by warehouse and
      *                vendor, the snapshot frozen on
      *                VALUATION-SNAPSHOT.txt, the month-end
      *                valuation report printed, and every later
      *                posting dated into the month is refused
      * Columns 23-26 name the month (yymm) a CLOSE run closes;
      * spaces close the month of the run date.
      * Columns 27-29 give the days of movement history kept (never
      * fewer than the dead-stock days), columns 30-32 the days
      * without a shipment before stock on hand is reported as slow
      * moving, and columns 33-35 the days before it is dead.
      * Columns 36-37 give the ABC class A cut-off and columns 38-39
      * the B cut-off, each a cumulative percentage of the total
      * extended cost (default 80 and 95).
      * Column 40 says what a full run does when a morning feed
      * fails its check - missing, empty, outside its record count
      * tolerance, or a repeat of a file already processed: S or
      * blank stops the run before the sorts with return code 16,
      * C carries that warehouse forward from the latest dated
      * generation and finishes with return code 8. Columns 41-42
      * give the tolerance as a percent either side of the feed's
      * average count over its recent accepted runs (default 25).
      * Columns 43-44 give the roll-forward reconciliation
      * tolerance: a warehouse whose unexplained variances, at cost
      * and whatever their sign, come to more than this percent of
      * its expected stock value is out of tolerance (default 2).
      * Columns 45-48 give the days an approved invoice line is kept
      * on the invoice history for the duplicate check (default
      * 730).
       FD  RUN-OPTIONS-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  RUN-OPTIONS-RECORD.
           05  RO-MODE                         PIC X(8).
           05  RO-SUSPENSE-DAYS                PIC 9(2).
           05  RO-RETAIN-GENS                  PIC 9(2).
           05  RO-ASOF-DATE                    PIC 9(6).
           05  RO-CLOSE-PERIOD                 PIC 9(4).
           05  RO-HISTORY-DAYS                 PIC 9(3).
           05  RO-SLOW-DAYS                    PIC 9(3).
           05  RO-DEAD-DAYS                    PIC 9(3).
           05  RO-ABC-A-PCT                    PIC 9(2).
           05  RO-ABC-B-PCT                    PIC 9(2).
           05  RO-FEED-ACTION                  PIC X.
           05  RO-FEED-TOLERANCE               PIC 9(2).
           05  RO-RECON-TOLERANCE              PIC 9(2).
           05  RO-INVOICE-DAYS                 PIC 9(4).

      **** CANDY MASTER ****
      * One record per candy a vendor is contracted for: the candy
      * carried between runs until filled. New lines are appended by
      * 743-CUT-NEW-PO with the next PO number in sequence; incoming
      * 'R' transactions whose TRAN-REFERENCE carries the PO number
      * relieve the line in 741-MATCH-RECEIPT-TO-PO. Approved vendor
      * invoices add to OP-INVOICED-QTY. A line stays on the file
      * until its receipts cover the order and the invoices cover
      * the receipts; only then does it go out FILLED on the
      * open-order report and drop from the file on rewrite.
       FD  OPEN-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

           05  OP-RECEIVED-QTY                 PIC 9(5).
           05  OP-ORDER-DATE                   PIC 9(6).
           05  OP-PO-STATUS                    PIC X.
           05  OP-INVOICED-QTY                 PIC 9(5).
           05  FILLER                          PIC X(2).

       FD  OPEN-PO-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * One record per lot still holding cases, keyed by the same
      * warehouse/vendor/candy key as the master. The posting run
      * maintains it: a receipt opens a lot (expiry defaulted six
      * months out), a shipment relieves the oldest available
      * expiry first, a disposal relieves the lot it names, then
      * any held lots, and an emptied lot drops off on rewrite.
      * Adjustments leave the lots alone - a count correction does
      * not say which lot was miscounted.
      *
      * LOT-STATUS is set from CS370MAINT by lot, vendor or candy.
      * A lot on hold or in quarantine is never shipped and is not
      * counted as available stock by the reorder and transfer
      * logic; the hold reason uses the disposal reason codes, and
      * an R lot is a vendor recall. Lots written before the status
      * existed carry spaces, which read as available.
       FD  CANDY-LOT-FILE
           RECORD CONTAINS 30 CHARACTERS.

           05  LOT-NUMBER                      PIC X(6).
           05  LOT-EXPIRY-DATE                 PIC 9(6).
           05  LOT-CASES                       PIC 9(4).
           05  LOT-STATUS                      PIC X.
               88  LOT-AVAILABLE                    VALUE 'A' ' '.
               88  LOT-ON-HOLD                      VALUE 'H'.
               88  LOT-QUARANTINED                  VALUE 'Q'.
           05  LOT-HOLD-REASON                 PIC X.
           05  FILLER                          PIC X(4).

       FD  RECALL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RECALL-REPORT-RECORD                PIC X(80).

       FD  DISPOSAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  DISPOSAL-REPORT-RECORD              PIC X(80).

       FD  EXPIRY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  CONS-CANDY-ID                   PIC X(3).
           05  CONS-CANDY-ENTRY-COUNT          PIC 99.
           05  CONS-CANDY-DATA OCCURS 1 TO 15 TIMES
                   DEPENDING ON CONS-CANDY-ENTRY-COUNT.
               10  FILLER                      PIC X(18).
               10  CONS-STOCK                  PIC S9(4).
               10  CONS-PRICE                  PIC S999V99.

       FD  DUP-RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-RECON-REPORT-RECORD             PIC X(80).

      **** DAILY TRANSACTION FILE ****
      * Intraday receipts (R), shipments (S), adjustments (A) and
      * disposals (D) keyed by the same warehouse/vendor/candy keys
      * the master breaks on. 500-POST-TRANSACTIONS sorts this file
      * and posts it against MERGED-CANDY-FILE so the reports
      * reflect stock that moved since the last full warehouse
      * extract. The file is optional: when it is absent the
      * posting step is skipped.
      *
      * A disposal takes spoiled or returned cases off the books.
      * Its reference carries the reason code in the first byte -
      * E expired, D damaged, R recalled, V returned to vendor -
      * and the lot number, when known, in the next six.
      *
      * The sending warehouse systems wrap their transactions in
      * batch control records sharing the 21-byte layout: a header
      * warehouse ID (BHAM begins with BH, so a two-byte 'BH' mark
      * would have). Details arriving outside any batch - the
      * pre-control file format - still pass straight through.
      * Batches keyed at the dock through CS370ENTRY arrive the same
      * way, under batch IDs starting EN.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 21 CHARACTERS.

               88  TRAN-RECEIPT                     VALUE 'R'.
               88  TRAN-SHIPMENT                    VALUE 'S'.
               88  TRAN-ADJUSTMENT                  VALUE 'A'.
               88  TRAN-DISPOSAL                    VALUE 'D'.
           05  TRAN-QTY                        PIC 9(4).
           05  TRAN-REFERENCE                  PIC X(8).

               88  ST-RECEIPT                       VALUE 'R'.
               88  ST-SHIPMENT                      VALUE 'S'.
               88  ST-ADJUSTMENT                    VALUE 'A'.
               88  ST-DISPOSAL                      VALUE 'D'.
           05  ST-TRAN-QTY                     PIC 9(4).
           05  ST-REFERENCE                    PIC X(8).
      * A disposal carries its reason code and, when the dock knows
      * it, the lot the cases came out of in place of a reference.
           05  ST-DISPOSAL-REFERENCE REDEFINES ST-REFERENCE.
               10  ST-DISPOSAL-REASON          PIC X.
                   88  DSP-VALID-REASON             VALUE 'E' 'D'
                                                          'R' 'V'.
                   88  DSP-EXPIRED                  VALUE 'E'.
                   88  DSP-DAMAGED                  VALUE 'D'.
                   88  DSP-RECALLED                 VALUE 'R'.
                   88  DSP-RETURNED                 VALUE 'V'.
                   88  DSP-VENDOR-CLAIM             VALUE 'R' 'V'.
               10  ST-DISPOSAL-LOT             PIC X(6).
               10  FILLER                      PIC X.

      **** UPDATED INVENTORY MASTER ****
      * New master generation written by the posting step: the old

       01  TRANSFER-REPORT-RECORD              PIC X(80).

      **** CUSTOMER ORDER FILE ****
      * One record per customer order line: the order number, the
      * customer, the shipping warehouse, the vendor/candy key the
      * customer asked for, the cases ordered and the date the
      * customer wants them by.
       FD  CUSTOMER-ORDER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  CO-ORDER-NUMBER                 PIC X(8).
           05  CO-CUSTOMER-ID                  PIC X(6).
           05  CO-WAREHOUSE-ID                 PIC X(4).
           05  CO-VENDOR-ID                    PIC X.
           05  CO-CANDY-ID                     PIC X(3).
           05  CO-ORDER-QTY                    PIC 9(4).
           05  CO-REQUESTED-DATE               PIC 9(6).
           05  FILLER                          PIC X(8).

      **** BACKORDER FILE ****
      * The part of an order line the allocation pass could not
      * fill: the original order fields with the still-open cases,
      * plus the date the line first went on backorder so the age
      * survives any number of partial fills.
       FD  BACKORDER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BO-ORDER-NUMBER                 PIC X(8).
           05  BO-CUSTOMER-ID                  PIC X(6).
           05  BO-WAREHOUSE-ID                 PIC X(4).
           05  BO-VENDOR-ID                    PIC X.
           05  BO-CANDY-ID                     PIC X(3).
           05  BO-OPEN-QTY                     PIC 9(4).
           05  BO-REQUESTED-DATE               PIC 9(6).
           05  BO-FIRST-DATE                   PIC 9(6).
           05  FILLER                          PIC X(2).

      * Backorders and new orders sorted together into master key
      * order. OSORT-PRIORITY puts every backorder ('0') ahead of
      * the new orders ('1') for the same candy, and the requested
      * date then the order number line each group up oldest first.
       SD  ORDER-SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  ORDER-SORT-RECORD.
           05  OSORT-WAREHOUSE-ID              PIC X(4).
           05  OSORT-VENDOR-ID                 PIC X.
           05  OSORT-CANDY-ID                  PIC X(3).
           05  OSORT-PRIORITY                  PIC X.
           05  OSORT-REQUESTED-DATE            PIC 9(6).
           05  OSORT-ORDER-NUMBER              PIC X(8).
           05  OSORT-CUSTOMER-ID               PIC X(6).
           05  OSORT-ORDER-QTY                 PIC 9(4).
           05  OSORT-FIRST-DATE                PIC 9(6).
           05  FILLER                          PIC X.

       FD  SORTED-ORDER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  SORTED-ORDER-RECORD.
           05  SO-WAREHOUSE-ID                 PIC X(4).
           05  SO-VENDOR-ID                    PIC X.
           05  SO-CANDY-ID                     PIC X(3).
           05  SO-PRIORITY                     PIC X.
               88  SO-FROM-BACKORDER                VALUE '0'.
           05  SO-REQUESTED-DATE               PIC 9(6).
           05  SO-ORDER-NUMBER                 PIC X(8).
           05  SO-CUSTOMER-ID                  PIC X(6).
           05  SO-ORDER-QTY                    PIC 9(4).
           05  SO-FIRST-DATE                   PIC 9(6).
           05  FILLER                          PIC X.

      **** OPEN PICK FILE ****
      * One record per order line picked on the last allocation
      * pass and not yet confirmed: the order fields, the cases put
      * on the pick list, and the pick date printed on that list,
      * which the warehouse keys back with its confirmation.
       FD  OPEN-PICK-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  OPEN-PICK-RECORD.
           05  OPK-ORDER-NUMBER                PIC X(8).
           05  OPK-CUSTOMER-ID                 PIC X(6).
           05  OPK-WAREHOUSE-ID                PIC X(4).
           05  OPK-VENDOR-ID                   PIC X.
           05  OPK-CANDY-ID                    PIC X(3).
           05  OPK-PICK-QTY                    PIC 9(4).
           05  OPK-REQUESTED-DATE              PIC 9(6).
           05  OPK-FIRST-DATE                  PIC 9(6).
           05  OPK-PICK-DATE                   PIC 9(6).
           05  FILLER                          PIC X(6).

       FD  OPEN-PICK-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  OPEN-PICK-WORK-RECORD.
           05  OPW-ORDER-NUMBER                PIC X(8).
           05  OPW-CUSTOMER-ID                 PIC X(6).
           05  OPW-WAREHOUSE-ID                PIC X(4).
           05  OPW-VENDOR-ID                   PIC X.
           05  OPW-CANDY-ID                    PIC X(3).
           05  OPW-PICK-QTY                    PIC 9(4).
           05  OPW-REQUESTED-DATE              PIC 9(6).
           05  OPW-FIRST-DATE                  PIC 9(6).
           05  OPW-PICK-DATE                   PIC 9(6).
           05  FILLER                          PIC X(6).

       FD  BACKORDER-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  BACKORDER-WORK-RECORD.
           05  BKW-ORDER-NUMBER                PIC X(8).
           05  BKW-CUSTOMER-ID                 PIC X(6).
           05  BKW-WAREHOUSE-ID                PIC X(4).
           05  BKW-VENDOR-ID                   PIC X.
           05  BKW-CANDY-ID                    PIC X(3).
           05  BKW-OPEN-QTY                    PIC 9(4).
           05  BKW-REQUESTED-DATE              PIC 9(6).
           05  BKW-FIRST-DATE                  PIC 9(6).
           05  FILLER                          PIC X(2).

      **** PICK CONFIRMATION FILE ****
      * Keyed back by the warehouse from the pick list: the pick
      * date and order line as printed, and the cases actually
      * picked. A line picked short is confirmed for what was
      * picked; a line not picked at all is simply left off.
       FD  PICK-CONFIRM-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  PICK-CONFIRM-RECORD.
           05  PCF-PICK-DATE                   PIC 9(6).
           05  PCF-ORDER-NUMBER                PIC X(8).
           05  PCF-WAREHOUSE-ID                PIC X(4).
           05  PCF-VENDOR-ID                   PIC X.
           05  PCF-CANDY-ID                    PIC X(3).
           05  PCF-PICKED-QTY                  PIC 9(4).
           05  FILLER                          PIC X(4).

      * The daily transaction file as it will stand once the
      * confirmed picks are added: 21-byte records, headers and
      * trailers included.
       FD  PICK-POST-WORK-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  PICK-POST-WORK-RECORD               PIC X(21).

       FD  PICK-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  PICK-LIST-RECORD                    PIC X(80).

       FD  FILL-RATE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FILL-RATE-REPORT-RECORD             PIC X(80).

      **** GENERAL LEDGER JOURNAL EXTRACT ****
      * Written by the posting step for accounting to load instead
      * of re-keying the posting register. Every posted receipt,
      * shipment and adjustment - and every suspense write-off - is
      * valued at the candy master standard price and written as
      * debit and credit lines that net to zero for the
      * transaction. The last record is a '**TOTL' trailer carrying
      * the line count and the debit and credit totals.
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  GL-JOURNAL-RECORD.
           05  JE-POST-DATE                    PIC 9(6).
           05  JE-ACCOUNT                      PIC X(6).
           05  JE-WAREHOUSE-ID                 PIC X(4).
           05  JE-VENDOR-ID                    PIC X.
           05  JE-CANDY-ID                     PIC X(3).
           05  JE-TRAN-TYPE                    PIC X.
           05  JE-REFERENCE                    PIC X(8).
           05  JE-DR-CR                        PIC X.
           05  JE-AMOUNT                       PIC 9(7)V99.
           05  JE-QTY                          PIC 9(4).
           05  FILLER                          PIC X(17).

       01  GL-JOURNAL-TRAILER.
           05  JT-POST-DATE                    PIC 9(6).
           05  JT-MARK                         PIC X(6).
           05  JT-LINE-COUNT                   PIC 9(6).
           05  JT-DEBIT-TOTAL                  PIC 9(9)V99.
           05  JT-CREDIT-TOTAL                 PIC 9(9)V99.
           05  FILLER                          PIC X(20).

      **** PERIOD CONTROL ****
      * The last month closed (yymm) and the run date that closed
      * it. A posting dated into that month or earlier is refused.
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD                PIC 9(4).
           05  PC-CLOSED-ON                    PIC 9(6).
           05  FILLER                          PIC X(10).

      **** MONTH-END VALUATION SNAPSHOT ****
      * One record per warehouse and vendor for every month closed,
      * appended by the CLOSE run and never rewritten: cases on
      * hand, their value at standard and at the fed purchase price.
       FD  VALUATION-SNAPSHOT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  VALUATION-SNAPSHOT-RECORD.
           05  SN-PERIOD                       PIC 9(4).
           05  SN-CLOSE-DATE                   PIC 9(6).
           05  SN-WAREHOUSE-ID                 PIC X(4).
           05  SN-VENDOR-ID                    PIC X.
           05  SN-CASES                        PIC 9(7).
           05  SN-STD-VALUE                    PIC 9(9)V99.
           05  SN-COST-VALUE                   PIC 9(9)V99.
           05  FILLER                          PIC X(6).

       FD  VALUATION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VALUATION-REPORT-RECORD             PIC X(80).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RECON-REPORT-RECORD                 PIC X(80).

      **** VENDOR INVOICE FILE ****
      * One record per invoice line keyed in by accounts payable
      * from the vendor's paper: the vendor's invoice number, the
      * PO line it bills, the cases billed and the unit price. Each
      * line is matched three ways - PO line, cases received, and
      * the candy master standard price - before it is paid.
       FD  INVOICE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  INVOICE-RECORD.
           05  INV-NUMBER                      PIC X(10).
           05  INV-VENDOR-ID                   PIC X.
           05  INV-PO-NUMBER                   PIC X(8).
           05  INV-CANDY-ID                    PIC X(3).
           05  INV-QTY-BILLED                  PIC 9(5).
           05  INV-UNIT-PRICE                  PIC 9(3)V99.
           05  INV-INVOICE-DATE                PIC 9(6).
           05  FILLER                          PIC X(2).

      **** INVOICE HISTORY ****
      * Every invoice line approved within the retention days,
      * rewritten run by run. A vendor, invoice number and PO
      * already on here is a second bill for goods already paid for.
       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  INVOICE-HISTORY-RECORD.
           05  IH-VENDOR-ID                    PIC X.
           05  IH-INVOICE-NUMBER               PIC X(10).
           05  IH-PO-NUMBER                    PIC X(8).
           05  IH-CANDY-ID                     PIC X(3).
           05  IH-QTY-BILLED                   PIC 9(5).
           05  IH-APPROVED-DATE                PIC 9(6).
           05  FILLER                          PIC X(7).

      * The new invoice history - the kept lines plus the day's
      * approvals - built whole before it replaces the old one.
       FD  INVOICE-HISTORY-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  INVOICE-HISTORY-WORK-RECORD.
           05  IHW-VENDOR-ID                   PIC X.
           05  IHW-INVOICE-NUMBER              PIC X(10).
           05  IHW-PO-NUMBER                   PIC X(8).
           05  IHW-CANDY-ID                    PIC X(3).
           05  IHW-QTY-BILLED                  PIC 9(5).
           05  IHW-APPROVED-DATE               PIC 9(6).
           05  FILLER                          PIC X(7).

      **** APPROVED-TO-PAY EXTRACT ****
      * Invoice lines that matched, for accounts payable to cut the
      * checks from; rebuilt every run.
       FD  APPROVED-PAY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  APPROVED-PAY-RECORD.
           05  AP-INVOICE-NUMBER               PIC X(10).
           05  AP-VENDOR-ID                    PIC X.
           05  AP-PO-NUMBER                    PIC X(8).
           05  AP-CANDY-ID                     PIC X(3).
           05  AP-WAREHOUSE-ID                 PIC X(4).
           05  AP-QTY-BILLED                   PIC 9(5).
           05  AP-UNIT-PRICE                   PIC 9(3)V99.
           05  AP-EXTENDED-AMOUNT              PIC 9(8)V99.
           05  AP-INVOICE-DATE                 PIC 9(6).
           05  AP-APPROVED-DATE                PIC 9(6).
           05  FILLER                          PIC X(2).

       FD  INVOICE-HOLD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  INVOICE-HOLD-REPORT-RECORD          PIC X(80).

      **** ITEM MOVEMENT HISTORY ****
      * One record for every transaction the posting step applies
      * to the master - receipts, shipments and adjustments - with
      * the stock on the master before and after it was posted.
      * The posting step writes the day's movements to a work file
      * and they are added to the permanent history only once the
      * master is safely updated, so a restart never doubles them.
      * Records older than the retention days on the RUN-OPTIONS
      * card are dropped as the history is rolled forward.
       FD  MOVEMENT-DAY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MOVEMENT-DAY-RECORD.
           05  MD-POST-DATE                    PIC 9(6).
           05  MD-WAREHOUSE-ID                 PIC X(4).
           05  MD-VENDOR-ID                    PIC X.
           05  MD-CANDY-ID                     PIC X(3).
           05  MD-TRAN-TYPE                    PIC X.
           05  MD-TRAN-QTY                     PIC 9(4).
           05  MD-REFERENCE                    PIC X(8).
           05  MD-STOCK-BEFORE                 PIC S9(4).
           05  MD-STOCK-AFTER                  PIC S9(4).
           05  FILLER                          PIC X(5).

       FD  MOVEMENT-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MOVEMENT-HISTORY-RECORD.
           05  MH-POST-DATE                    PIC 9(6).
           05  MH-WAREHOUSE-ID                 PIC X(4).
           05  MH-VENDOR-ID                    PIC X.
           05  MH-CANDY-ID                     PIC X(3).
           05  MH-TRAN-TYPE                    PIC X.
               88  MH-SHIPMENT                      VALUE 'S'.
               88  MH-DISPOSAL                      VALUE 'D'.
           05  MH-TRAN-QTY                     PIC 9(4).
           05  MH-REFERENCE                    PIC X(8).
           05  MH-DISPOSAL-REFERENCE REDEFINES MH-REFERENCE.
               10  MH-DISPOSAL-REASON          PIC X.
               10  MH-DISPOSAL-LOT             PIC X(6).
               10  FILLER                      PIC X.
           05  MH-STOCK-BEFORE                 PIC S9(4).
           05  MH-STOCK-AFTER                  PIC S9(4).
           05  FILLER                          PIC X(5).

       FD  MOVEMENT-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MOVEMENT-WORK-RECORD                PIC X(40).

      * The history put into master key order for the movement
      * analysis, oldest posting first within each candy.
       SD  MOVEMENT-SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MOVEMENT-SORT-RECORD.
           05  MSORT-POST-DATE                 PIC 9(6).
           05  MSORT-WAREHOUSE-ID              PIC X(4).
           05  MSORT-VENDOR-ID                 PIC X.
           05  MSORT-CANDY-ID                  PIC X(3).
           05  FILLER                          PIC X(26).

       FD  MOVEMENT-SORTED-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  MOVEMENT-SORTED-RECORD.
           05  MV-POST-DATE                    PIC 9(6).
           05  MV-WAREHOUSE-ID                 PIC X(4).
           05  MV-VENDOR-ID                    PIC X.
           05  MV-CANDY-ID                     PIC X(3).
           05  MV-TRAN-TYPE                    PIC X.
               88  MV-SHIPMENT                      VALUE 'S'.
           05  MV-TRAN-QTY                     PIC 9(4).
           05  MV-REFERENCE                    PIC X(8).
           05  MV-STOCK-BEFORE                 PIC S9(4).
           05  MV-STOCK-AFTER                  PIC S9(4).
           05  FILLER                          PIC X(5).

      **** MOVEMENT STATISTICS ****
      * Rebuilt by every daily run from the movement analysis: one
      * record per candy on the master with its shipments over the
      * last 30, 60 and 90 days, the average daily rate for each,
      * days of supply on hand and days since it last shipped.
      * CS370INQUIRY shows these alongside the stock on hand.
       FD  MOVEMENT-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MOVEMENT-STATS-RECORD.
           05  MS-WAREHOUSE-ID                 PIC X(4).
           05  MS-VENDOR-ID                    PIC X.
           05  MS-CANDY-ID                     PIC X(3).
           05  MS-ASOF-DATE                    PIC 9(6).
           05  MS-STOCK                        PIC 9(6).
           05  MS-SHIP-30                      PIC 9(6).
           05  MS-SHIP-60                      PIC 9(6).
           05  MS-SHIP-90                      PIC 9(6).
           05  MS-AVG-30                       PIC 9(4)V99.
           05  MS-AVG-60                       PIC 9(4)V99.
           05  MS-AVG-90                       PIC 9(4)V99.
           05  MS-DAYS-SUPPLY                  PIC 9(5).
           05  MS-IDLE-DAYS                    PIC 9(4).
           05  MS-FLAG                         PIC X(4).
           05  MS-TIED-COST                    PIC 9(7)V99.
           05  FILLER                          PIC X(2).

       FD  MOVEMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MOVEMENT-REPORT-RECORD              PIC X(80).

      **** ABC CLASSIFICATION ****
      * Every candy on the posted master ranked by extended cost -
      * stock on hand times purchase price - and cut into classes
      * on the cumulative share of the total: A down to the A
      * cut-off percentage, B down to the B cut-off, C the rest.
      * ABC-CLASSES.txt keeps the class in master key order for
      * CS370CYCLE to schedule its counts by.
       SD  ABC-SORT-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ABC-SORT-RECORD.
           05  ASORT-WAREHOUSE-ID              PIC X(4).
           05  ASORT-VENDOR-ID                 PIC X.
           05  ASORT-CANDY-ID                  PIC X(3).
           05  ASORT-CLASS                     PIC X.
           05  ASORT-RANK                      PIC 9(5).
           05  ASORT-EXT-COST                  PIC 9(7)V99.
           05  ASORT-STOCK                     PIC 9(6).
           05  FILLER                          PIC X.

       FD  ABC-RANKED-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ABC-RANKED-RECORD.
           05  AR-WAREHOUSE-ID                 PIC X(4).
           05  AR-VENDOR-ID                    PIC X.
           05  AR-CANDY-ID                     PIC X(3).
           05  AR-CLASS                        PIC X.
           05  AR-RANK                         PIC 9(5).
           05  AR-EXT-COST                     PIC 9(7)V99.
           05  AR-STOCK                        PIC 9(6).
           05  FILLER                          PIC X.

       FD  ABC-WORK-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ABC-WORK-RECORD                     PIC X(30).

       FD  ABC-CLASS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  ABC-CLASS-RECORD                    PIC X(30).

       FD  ABC-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ABC-REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       
       01  FLAGS-N-SWITCHES.
           05  OP-OPEN-COUNT              PIC 999     VALUE ZERO.
           05  OP-PARTIAL-COUNT           PIC 999     VALUE ZERO.
           05  OP-FILLED-COUNT            PIC 999     VALUE ZERO.
           05  OP-TOBILL-COUNT            PIC 999     VALUE ZERO.
           05  OP-DATE-WORK               PIC 9(6)    VALUE ZERO.
           05  OP-DATE-WORK-R REDEFINES OP-DATE-WORK.
               10  OP-DW-YY                   PIC 99.
               10  OPT-RECEIVED-QTY           PIC 9(5).
               10  OPT-ORDER-DATE             PIC 9(6).
               10  OPT-STATUS                 PIC X.
               10  OPT-INVOICED-QTY           PIC 9(5).

       01  CHECKPOINT-FIELDS.
           05  WS-CHECKPOINT-FILE-STATUS  PIC XX      VALUE '00'.
               88  CP-UPDATED-DONE                    VALUE 'Y'.
           05  CP-POSTED-STATUS           PIC X       VALUE 'N'.
               88  CP-POSTED-DONE                     VALUE 'Y'.
           05  CP-ALLOCATED-STATUS        PIC X       VALUE 'N'.
               88  CP-ALLOCATED-DONE                  VALUE 'Y'.
           05  CP-ALLOCWORK-STATUS        PIC X       VALUE 'N'.
               88  CP-ALLOCWORK-DONE                  VALUE 'Y'.
           05  CP-PICKWORK-STATUS         PIC X       VALUE 'N'.
               88  CP-PICKWORK-DONE                   VALUE 'Y'.
           05  CP-PICKED-STATUS           PIC X       VALUE 'N'.
               88  CP-PICKED-DONE                     VALUE 'Y'.
           05  CP-INVOICED-STATUS         PIC X       VALUE 'N'.
               88  CP-INVOICED-DONE                   VALUE 'Y'.
           05  CP-INVWORK-STATUS          PIC X       VALUE 'N'.
               88  CP-INVWORK-DONE                    VALUE 'Y'.
           05  CP-MOVEWORK-STATUS         PIC X       VALUE 'N'.
               88  CP-MOVEWORK-DONE                   VALUE 'Y'.
           05  CP-MOVED-STATUS            PIC X       VALUE 'N'.
               88  CP-MOVED-DONE                      VALUE 'Y'.
           05  WS-VALIDATE-ONLY-SWITCH    PIC X       VALUE 'N'.
               88  VALIDATE-ONLY-PASS                 VALUE 'Y'.
           05  CP-RESTART-COUNT           PIC 99      VALUE ZERO.
               88  RUN-MODE-VALIDATE                  VALUE 'VALIDATE'.
               88  RUN-MODE-REPORTS                   VALUE 'REPORTS'.
               88  RUN-MODE-ASOF                      VALUE 'ASOF'.
               88  RUN-MODE-CLOSE                     VALUE 'CLOSE'.
      * A reprint of any stripe - same-day REPORTS or a dated ASOF
      * rebuild - must not re-edit feeds, append history, or touch
      * the PO book; every such guard tests this condition.
           05                      PIC X(27)       VALUE
                                   ' - HISTORICAL REPRINT **'.

      * Feed check bookkeeping: one slot per morning feed in the
      * order the sorts take them, holding what the check found
      * and, for a feed carried forward, the generation it came
      * from. FH-ENTRY is FEED-HISTORY.txt held in storage while
      * the feeds are judged against it and it is rewritten.
       01  FEED-CHECK-FIELDS.
           05  FC-FEED-FILE-NAME          PIC X(30)   VALUE SPACES.
           05  FC-FEED-FILE-STATUS        PIC XX      VALUE '00'.
           05  FC-HISTORY-FILE-STATUS     PIC XX      VALUE '00'.
           05  FC-FAIL-ACTION             PIC X       VALUE 'S'.
               88  FEED-FAIL-STOP                     VALUE 'S'.
               88  FEED-FAIL-CARRY                    VALUE 'C'.
           05  FC-TOLERANCE-PCT           PIC 99      VALUE 25.
           05  FC-SUB                     PIC 9       VALUE 1.
           05  FC-ENTRY-SUB               PIC 99      VALUE 1.
           05  FC-FAILED-COUNT            PIC 9       VALUE ZERO.
           05  FC-CARRIED-COUNT           PIC 9       VALUE ZERO.
           05  FC-CARRY-RECORDS           PIC 9(5)    VALUE ZERO.
           05  FC-CARRY-GEN-DATE          PIC 9(6)    VALUE ZERO.
           05  FC-CARRY-GEN-NAME          PIC X(30)   VALUE SPACES.
           05  FC-BANNER-DATE             PIC 9(6)    VALUE ZERO.
           05  FC-HIST-TOTAL              PIC 9(7)    VALUE ZERO.
           05  FC-HIST-RUNS               PIC 99      VALUE ZERO.
           05  FC-AVERAGE-COUNT           PIC 9(5)    VALUE ZERO.
           05  FC-ALLOWED-DIFF            PIC 9(7)    VALUE ZERO.
           05  FC-COUNT-DIFF              PIC 9(7)    VALUE ZERO.
           05  FH-COUNT                   PIC 99      VALUE ZERO.
           05  FH-SUB                     PIC 99      VALUE 1.
           05  FH-KEEP-FROM               PIC 99      VALUE 1.
           05  FH-ENTRY OCCURS 44 TIMES.
               10  FHE-RUN-DATE           PIC 9(6).
               10  FHE-FEED               PIC X(4).
               10  FHE-WAREHOUSE          PIC X(4).
               10  FHE-EXTRACT-DATE       PIC 9(6).
               10  FHE-RECORD-COUNT       PIC 9(5).
               10  FHE-STOCK-HASH         PIC S9(7).
               10  FHE-STATUS             PIC X.
                   88  FHE-ACCEPTED                   VALUE 'A'.
                   88  FHE-CARRIED                    VALUE 'C'.
               10  FHE-CARRY-DATE         PIC 9(6).
               10  FILLER                 PIC X.

       01  FEED-CHECK-TABLE.
           05  FC-FEED OCCURS 4 TIMES.
               10  FCF-CODE               PIC X(4).
               10  FCF-WAREHOUSE          PIC X(4).
               10  FCF-RECORD-COUNT       PIC 9(5).
               10  FCF-STOCK-HASH         PIC S9(7).
               10  FCF-EXTRACT-DATE       PIC 9(6).
               10  FCF-LAST-EXTRACT       PIC 9(6).
               10  FCF-LAST-COUNT         PIC 9(5).
               10  FCF-LAST-HASH          PIC S9(7).
               10  FCF-PRESENT            PIC X.
                   88  FCF-IS-PRESENT                 VALUE 'Y'.
               10  FCF-RESULT             PIC X(8).
                   88  FCF-PASSED                     VALUE 'ACCEPTED'.
               10  FCF-CARRIED            PIC X.
                   88  FCF-IS-CARRIED                 VALUE 'Y'.
               10  FCF-CARRY-DATE         PIC 9(6).

      * One warning line per warehouse carried forward, built once
      * and written under the page heading of every report.
       01  CARRY-BANNER-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(13)       VALUE
                                   '** WAREHOUSE '.
           05  CBL-WAREHOUSE       PIC X(4).
           05                      PIC X(22)       VALUE
                                   ' CARRIED FORWARD FROM '.
           05  CBL-DATE            PIC 9(6).
           05                      PIC X(3)        VALUE ' **'.

       01  CARRY-BANNER-FIELDS.
           05  CB-COUNT                   PIC 9       VALUE ZERO.
           05  CB-SUB                     PIC 9       VALUE 1.
           05  CB-LINE OCCURS 4 TIMES     PIC X(51).

      * Roll-forward reconciliation. The prior generation, the
      * movements posted since it was saved and the consolidated
      * feed are matched on warehouse/vendor/candy, each side
      * summed across the key's candy entries. Warehouses are
      * totalled in the order the keys arrive.
       01  ROLL-FORWARD-FIELDS.
           05  RF-LINE-COUNT              PIC 99      VALUE ZERO.
           05  RF-PAGE-NO                 PIC 999     VALUE ZERO.
           05  RF-SPACING                 PIC 9       VALUE 1.
           05  RF-TOLERANCE-PCT           PIC 99      VALUE 2.
           05  RF-PRIOR-GEN-DATE          PIC 9(6)    VALUE ZERO.
           05  RF-PRIOR-GEN-NAME          PIC X(30)   VALUE SPACES.
           05  RF-RUN-STATUS              PIC X       VALUE SPACE.
               88  RF-NOT-RUN                         VALUE SPACE.
               88  RF-NO-PRIOR-GEN                    VALUE 'N'.
               88  RF-RECONCILED                      VALUE 'R'.
           05  RF-GEN-KEY.
               10  RF-GEN-WAREHOUSE           PIC X(4).
               10  RF-GEN-VENDOR              PIC X.
               10  RF-GEN-CANDY               PIC X(3).
           05  RF-MOVE-KEY.
               10  RF-MOVE-WAREHOUSE          PIC X(4).
               10  RF-MOVE-VENDOR             PIC X.
               10  RF-MOVE-CANDY              PIC X(3).
           05  RF-FEED-KEY.
               10  RF-FEED-WAREHOUSE          PIC X(4).
               10  RF-FEED-VENDOR             PIC X.
               10  RF-FEED-CANDY              PIC X(3).
           05  RF-LOW-KEY.
               10  RF-LOW-WAREHOUSE           PIC X(4).
               10  RF-LOW-VENDOR              PIC X.
               10  RF-LOW-CANDY               PIC X(3).
           05  RF-IN-GEN-SWITCH           PIC X       VALUE 'N'.
               88  RF-IN-GEN                          VALUE 'Y'.
           05  RF-IN-FEED-SWITCH          PIC X       VALUE 'N'.
               88  RF-IN-FEED                         VALUE 'Y'.
           05  RF-CARRIED-SWITCH          PIC X       VALUE 'N'.
               88  RF-WH-CARRIED                      VALUE 'Y'.
           05  RF-ENTRY-SUB               PIC 99      VALUE 1.
           05  RF-PRIOR-QTY               PIC S9(7)   VALUE ZERO.
           05  RF-MOVE-QTY                PIC S9(7)   VALUE ZERO.
           05  RF-EXPECTED-QTY            PIC S9(7)   VALUE ZERO.
           05  RF-FEED-QTY                PIC S9(7)   VALUE ZERO.
           05  RF-VARIANCE-QTY            PIC S9(7)   VALUE ZERO.
           05  RF-UNIT-PRICE              PIC S999V99 VALUE ZERO.
           05  RF-COST-IMPACT             PIC S9(9)V99 VALUE ZERO.
           05  RF-WORK-VALUE              PIC S9(9)V99 VALUE ZERO.
           05  RF-ALLOWED-COST            PIC S9(9)V99 VALUE ZERO.
           05  RF-WORK-ABS                PIC 9(9)V99 VALUE ZERO.
           05  RF-WORK-BASE               PIC S9(9)V99 VALUE ZERO.
           05  RF-WORK-PCT                PIC 999V9   VALUE ZERO.
           05  RF-WH-HOLD                 PIC X(4)    VALUE SPACES.
           05  RF-ITEM-COUNT              PIC 9(7)    VALUE ZERO.
           05  RF-VARIANCE-COUNT          PIC 9(5)    VALUE ZERO.
           05  RF-OUT-OF-TOL-COUNT        PIC 99      VALUE ZERO.
           05  RF-OVERFLOW-COUNT          PIC 9(5)    VALUE ZERO.
           05  RF-SEARCH-SUB              PIC 99      VALUE 1.
           05  RF-WH-SUB                  PIC 99      VALUE ZERO.
           05  RF-WH-COUNT                PIC 99      VALUE ZERO.
           05  RF-WH-ENTRY OCCURS 20 TIMES.
               10  RFW-WAREHOUSE              PIC X(4).
               10  RFW-CARRIED                PIC X.
                   88  RFW-IS-CARRIED                     VALUE 'Y'.
               10  RFW-OUT-OF-TOL             PIC X.
                   88  RFW-IS-OUT-OF-TOL                  VALUE 'Y'.
               10  RFW-ITEMS                  PIC 9(5).
               10  RFW-VARIANCES              PIC 9(5).
               10  RFW-NET-UNITS              PIC S9(7).
               10  RFW-NET-COST               PIC S9(9)V99.
               10  RFW-ABS-COST               PIC 9(9)V99.
               10  RFW-EXPECTED-VALUE         PIC S9(9)V99.
           05  RF-GRAND-TOTALS.
               10  RF-GT-ITEMS                PIC 9(7).
               10  RF-GT-VARIANCES            PIC 9(5).
               10  RF-GT-NET-UNITS            PIC S9(7).
               10  RF-GT-NET-COST             PIC S9(9)V99.
               10  RF-GT-ABS-COST             PIC 9(9)V99.
               10  RF-GT-EXPECTED-VALUE       PIC S9(9)V99.

       01  HISTORY-FIELDS.
           05  WS-HISTORY-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-RUN-DATE-KEY             PIC 9(6)    VALUE ZERO.
               10  BC-D-QTY                   PIC 9(4).
               10  FILLER                     PIC X(8).

      * Order allocation. AL-AVAILABLE is the posted stock of the
      * master group the order walk is sitting on, drawn down as
      * each order against it is picked, so two orders for the same
      * candy can never both be promised the same cases. Confirmed
      * picks leave as one 'S' batch per warehouse, split at
      * AL-BATCH-LIMIT details - the most 507-VERIFY-BATCHES will
      * hold for a single batch.
       01  ORDER-ALLOCATION-FIELDS.
           05  WS-ORDER-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-BACKORDER-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-OPEN-PICK-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-PICK-CONFIRM-STATUS     PIC XX      VALUE '00'.
           05  AL-MASTER-EOF              PIC X       VALUE ' '.
               88  AL-MASTER-DONE                     VALUE 'N'.
           05  AL-ORDER-EOF               PIC X       VALUE ' '.
               88  AL-ORDER-DONE                      VALUE 'N'.
           05  AL-MATCH-SWITCH            PIC X       VALUE 'N'.
               88  AL-MASTER-MATCHED                  VALUE 'Y'.
           05  AL-MASTER-KEY.
               10  AL-MK-WAREHOUSE            PIC X(4).
               10  AL-MK-VENDOR               PIC X.
               10  AL-MK-CANDY                PIC X(3).
           05  AL-ORDER-KEY.
               10  AL-OK-WAREHOUSE            PIC X(4).
               10  AL-OK-VENDOR               PIC X.
               10  AL-OK-CANDY                PIC X(3).
           05  AL-HOLD-WAREHOUSE          PIC X(4)    VALUE SPACES.
           05  AL-AVAILABLE               PIC 9(5)    VALUE ZERO.
           05  AL-PICK-QTY                PIC 9(4)    VALUE ZERO.
           05  AL-BACK-QTY                PIC 9(4)    VALUE ZERO.
           05  AL-ORDERS-READ             PIC 9(5)    VALUE ZERO.
           05  AL-BACKORDERS-READ         PIC 9(5)    VALUE ZERO.
           05  AL-ORDERS-REJECTED         PIC 9(5)    VALUE ZERO.
           05  AL-LINES-ALLOCATED         PIC 9(5)    VALUE ZERO.
           05  AL-LINES-FILLED            PIC 9(5)    VALUE ZERO.
           05  AL-LINES-BACKORDERED       PIC 9(5)    VALUE ZERO.
           05  AL-OPEN-QTY                PIC 9(4)    VALUE ZERO.
           05  AL-CONFIRM-QTY             PIC 9(4)    VALUE ZERO.
           05  AL-SHORT-QTY               PIC 9(4)    VALUE ZERO.
           05  AL-TAKE-QTY                PIC 9(4)    VALUE ZERO.
           05  AL-PICKS-POSTED            PIC 9(5)    VALUE ZERO.
           05  AL-PICKS-CONFIRMED         PIC 9(5)    VALUE ZERO.
           05  AL-PICKS-SHORT             PIC 9(5)    VALUE ZERO.
           05  AL-BATCH-OPEN-SWITCH       PIC X       VALUE 'N'.
               88  AL-BATCH-IS-OPEN                   VALUE 'Y'.
           05  AL-BATCH-LIMIT             PIC 999     VALUE 500.
           05  AL-BATCH-ID                PIC X(6)    VALUE SPACES.
           05  AL-BATCH-COUNT             PIC 9(4)    VALUE ZERO.
           05  AL-BATCH-HASH              PIC 9(6)    VALUE ZERO.
           05  AL-BATCHES-WRITTEN         PIC 999     VALUE ZERO.
           05  AL-PICK-TRAN.
               10  AL-PT-WAREHOUSE-ID         PIC X(4).
               10  AL-PT-VENDOR-ID            PIC X.
               10  AL-PT-CANDY-ID             PIC X(3).
               10  AL-PT-TYPE                 PIC X.
               10  AL-PT-QTY                  PIC 9(4).
               10  AL-PT-REFERENCE            PIC X(8).
           05  AL-REJ-REASON              PIC X(20)   VALUE SPACES.
           05  AL-REJ-COUNT               PIC 99      VALUE ZERO.
           05  AL-REJ-SUB                 PIC 99      VALUE 1.
           05  AL-REJ-ENTRY OCCURS 50 TIMES.
               10  ALR-ORDER-NUMBER           PIC X(8).
               10  ALR-WAREHOUSE              PIC X(4).
               10  ALR-VENDOR                 PIC X.
               10  ALR-CANDY                  PIC X(3).
               10  ALR-REASON                 PIC X(20).

      * The warehouses' pick confirmations, held for the two passes
      * over the open picks: one posts the confirmed cases, the
      * other returns the rest to allocation. PCT-LEFT is drawn down
      * as a pass matches picks to it and is reset before the next
      * pass, so both passes make the same matches. What is still
      * left after the allocation pass matched no open pick.
       01  PICK-CONFIRM-FIELDS.
           05  PCT-LOADED-SWITCH          PIC X       VALUE 'N'.
               88  PCT-IS-LOADED                      VALUE 'Y'.
           05  PCT-COUNT                  PIC 9(4)    VALUE ZERO.
           05  PCT-SUB                    PIC 9(4)    VALUE ZERO.
           05  PCT-LOST-COUNT             PIC 9(5)    VALUE ZERO.
           05  PCT-UNMATCHED-COUNT        PIC 9(5)    VALUE ZERO.
           05  PCT-ENTRY OCCURS 2000 TIMES.
               10  PCT-PICK-DATE              PIC 9(6).
               10  PCT-ORDER-NUMBER           PIC X(8).
               10  PCT-WAREHOUSE              PIC X(4).
               10  PCT-VENDOR                 PIC X.
               10  PCT-CANDY                  PIC X(3).
               10  PCT-QTY                    PIC 9(4).
               10  PCT-LEFT                   PIC 9(4).

       01  PICK-LIST-FIELDS.
           05  PK-LINE-COUNT              PIC 99      VALUE ZERO.
           05  PK-PAGE-NO                 PIC 999     VALUE ZERO.
           05  PK-SPACING                 PIC 9       VALUE 1.
           05  PK-WH-LINES                PIC 9(5)    VALUE ZERO.
           05  PK-WH-CASES                PIC 9(7)    VALUE ZERO.
           05  PK-WH-REALLOCATED          PIC 9(5)    VALUE ZERO.

      * Ordered, allocated, shipped and backordered cases by
      * warehouse and vendor. Shipped cases are the last pick lists'
      * confirmed picks, met before the allocation walk, so entries
      * are inserted in warehouse/vendor order as they come and the
      * report needs no sort of its own.
       01  FILL-RATE-FIELDS.
           05  FR-LINE-COUNT              PIC 99      VALUE ZERO.
           05  FR-PAGE-NO                 PIC 999     VALUE ZERO.
           05  FR-SPACING                 PIC 9       VALUE 1.
           05  FR-COUNT                   PIC 99      VALUE ZERO.
           05  FR-SUB                     PIC 99      VALUE 1.
           05  FR-FOUND-SUB               PIC 99      VALUE ZERO.
           05  FR-INSERT-SUB              PIC 99      VALUE ZERO.
           05  FR-KEY.
               10  FR-KEY-WAREHOUSE          PIC X(4).
               10  FR-KEY-VENDOR             PIC X.
           05  FR-WH-HOLD                 PIC X(4)    VALUE SPACES.
           05  FR-WORK-ORDERED            PIC 9(7)    VALUE ZERO.
           05  FR-WORK-FILLED             PIC 9(7)    VALUE ZERO.
           05  FR-WORK-PCT                PIC 999V9   VALUE ZERO.
           05  FR-WH-TOTALS.
               10  FR-WH-LINES                PIC 9(5).
               10  FR-WH-ORDERED              PIC 9(7).
               10  FR-WH-ALLOCATED            PIC 9(7).
               10  FR-WH-SHIPPED              PIC 9(7).
               10  FR-WH-BACKORDERED          PIC 9(7).
           05  FR-GRAND-TOTALS.
               10  FR-GT-LINES                PIC 9(5).
               10  FR-GT-ORDERED              PIC 9(7).
               10  FR-GT-ALLOCATED            PIC 9(7).
               10  FR-GT-SHIPPED              PIC 9(7).
               10  FR-GT-BACKORDERED          PIC 9(7).
           05  FR-ENTRY OCCURS 80 TIMES.
               10  FRE-KEY.
                   15  FRE-WAREHOUSE          PIC X(4).
                   15  FRE-VENDOR             PIC X.
               10  FRE-LINES                  PIC 9(5).
               10  FRE-ORDERED                PIC 9(7).
               10  FRE-ALLOCATED              PIC 9(7).
               10  FRE-SHIPPED                PIC 9(7).
               10  FRE-BACKORDERED            PIC 9(7).

      * The general ledger chart the posting journal books against.
      * A chart-of-accounts change is a one-line edit here; the
      * GL-ACCT- numbers below are the subscripts into this table.
       01  GL-ACCOUNT-VALUES.
           05                      PIC X(26)       VALUE
                                   '131000INVENTORY AT STD'.
           05                      PIC X(26)       VALUE
                                   '211500RECEIPTS ACCRUAL'.
           05                      PIC X(26)       VALUE
                                   '510000COST OF GOODS SOLD'.
           05                      PIC X(26)       VALUE
                                   '545000SHRINK/ADJUSTMENT'.
           05                      PIC X(26)       VALUE
                                   '128500VENDOR CHARGEBACKS'.
       01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-VALUES.
           05  GL-ACCOUNT-ENTRY OCCURS 5 TIMES.
               10  GLA-ACCOUNT                PIC X(6).
               10  GLA-NAME                   PIC X(20).

       01  GL-JOURNAL-FIELDS.
           05  GL-ACCT-INVENTORY          PIC 9       VALUE 1.
           05  GL-ACCT-ACCRUAL            PIC 9       VALUE 2.
           05  GL-ACCT-COGS               PIC 9       VALUE 3.
           05  GL-ACCT-SHRINK             PIC 9       VALUE 4.
           05  GL-ACCT-CHARGEBACK         PIC 9       VALUE 5.
           05  GL-SUB                     PIC 9       VALUE 1.
           05  GL-DR-CR                   PIC X       VALUE 'D'.
               88  GL-DEBIT                           VALUE 'D'.
               88  GL-CREDIT                          VALUE 'C'.
           05  GL-UNIT-PRICE              PIC 999V99  VALUE ZERO.
           05  GL-LINE-QTY                PIC 9(4)    VALUE ZERO.
           05  GL-AMOUNT                  PIC 9(7)V99 VALUE ZERO.
           05  GL-RELIEVED-QTY            PIC S9(5)   VALUE ZERO.
           05  GL-EXCESS-QTY              PIC S9(5)   VALUE ZERO.
           05  GL-DELTA-QTY               PIC S9(5)   VALUE ZERO.
           05  GL-LINE-COUNT              PIC 9(6)    VALUE ZERO.
           05  GL-UNPRICED-COUNT          PIC 9(5)    VALUE ZERO.
           05  GL-TOTAL-DEBITS            PIC 9(9)V99 VALUE ZERO.
           05  GL-TOTAL-CREDITS           PIC 9(9)V99 VALUE ZERO.
           05  GL-JOURNAL-STATUS          PIC X       VALUE 'N'.
               88  GL-NOT-PRODUCED                    VALUE 'N'.
               88  GL-IN-BALANCE                      VALUE 'B'.
               88  GL-OUT-OF-BALANCE                  VALUE 'O'.
           05  GL-ACCOUNT-TOTALS OCCURS 5 TIMES.
               10  GLT-DEBITS                 PIC 9(9)V99.
               10  GLT-CREDITS                PIC 9(9)V99.

      * Three-way vendor invoice match. Every invoice line already
      * approved is held in storage by vendor, invoice number and
      * PO so a second bill for the same goods is caught, whether
      * it came yesterday or two lines further down today's file.
      * Lines older than IM-HISTORY-DAYS are purged from the history
      * as it is rewritten; if what is left will still not fit the
      * table, IM-HISTORY-FULL holds every line rather than let a
      * duplicate through unchecked.
       01  INVOICE-MATCH-FIELDS.
           05  WS-INVOICE-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-INVOICE-HISTORY-STATUS  PIC XX      VALUE '00'.
           05  IM-READ-COUNT              PIC 9(5)    VALUE ZERO.
           05  IM-APPROVED-COUNT          PIC 9(5)    VALUE ZERO.
           05  IM-HELD-COUNT              PIC 9(5)    VALUE ZERO.
           05  IM-APPROVED-AMOUNT         PIC 9(9)V99 VALUE ZERO.
           05  IM-HELD-AMOUNT             PIC 9(9)V99 VALUE ZERO.
           05  IM-EXTENDED-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           05  IM-PRICE-LIMIT             PIC 9(4)V9(4) VALUE ZERO.
           05  IM-PO-SUB                  PIC 999     VALUE ZERO.
           05  IM-HOLD-CODE               PIC XX      VALUE SPACES.
               88  IM-INVOICE-MATCHED                 VALUE SPACES.
           05  IM-HOLD-REASON             PIC X(20)   VALUE SPACES.
           05  IM-LINE-COUNT              PIC 99      VALUE ZERO.
           05  IM-PAGE-NO                 PIC 999     VALUE ZERO.
           05  IM-SPACING                 PIC 9       VALUE 1.
           05  IM-HISTORY-KEY.
               10  IM-HK-VENDOR               PIC X.
               10  IM-HK-INVOICE              PIC X(10).
               10  IM-HK-PO                   PIC X(8).
           05  IM-DUPLICATE-SWITCH        PIC X       VALUE 'N'.
               88  IM-DUPLICATE-FOUND                 VALUE 'Y'.
           05  IM-HIST-FULL-SWITCH        PIC X       VALUE 'N'.
               88  IM-HISTORY-FULL                    VALUE 'Y'.
           05  IM-HISTORY-DAYS            PIC 9(4)    VALUE 730.
           05  IM-REF-SERIAL              PIC 9(7)    VALUE ZERO.
           05  IM-AGE-DAYS                PIC S9(7)   VALUE ZERO.
           05  IM-PURGED-COUNT            PIC 9(5)    VALUE ZERO.
           05  IM-HIST-COUNT              PIC 9(4)    VALUE ZERO.
           05  IM-HIST-SUB                PIC 9(4)    VALUE ZERO.
           05  IM-HIST-ENTRY OCCURS 2000 TIMES
                                          PIC X(19).

      * Item movement history and analysis. The retention, slow and
      * dead day counts default here and can be overridden from
      * the RUN-OPTIONS card. Every day count is aged through the
      * same rough day serial the open-PO and lot aging use.
       01  MOVEMENT-ANALYSIS-FIELDS.
           05  WS-MOVEMENT-FILE-STATUS    PIC XX      VALUE '00'.
           05  MA-HISTORY-DAYS            PIC 999     VALUE 365.
           05  MA-SLOW-DAYS               PIC 999     VALUE 30.
           05  MA-DEAD-DAYS               PIC 999     VALUE 90.
           05  MA-DAY-COUNT               PIC 9(5)    VALUE ZERO.
           05  MA-KEPT-COUNT              PIC 9(7)    VALUE ZERO.
           05  MA-PURGED-COUNT            PIC 9(7)    VALUE ZERO.
           05  MA-HISTORY-COUNT           PIC 9(7)    VALUE ZERO.
           05  MA-REF-DATE                PIC 9(6)    VALUE ZERO.
           05  MA-REF-SERIAL              PIC 9(7)    VALUE ZERO.
           05  MA-OLDEST-SERIAL           PIC 9(7)    VALUE ZERO.
           05  MA-LAST-SHIP-SERIAL        PIC 9(7)    VALUE ZERO.
           05  MA-AGE-DAYS                PIC S9(7)   VALUE ZERO.
           05  MA-COVER-DAYS              PIC 9(7)    VALUE ZERO.
           05  MA-HISTORY-EOF             PIC X       VALUE ' '.
               88  MA-HISTORY-DONE                    VALUE 'N'.
           05  MA-MASTER-KEY.
               10  MA-MK-WAREHOUSE            PIC X(4).
               10  MA-MK-VENDOR               PIC X.
               10  MA-MK-CANDY                PIC X(3).
           05  MA-HISTORY-KEY.
               10  MA-HK-WAREHOUSE            PIC X(4).
               10  MA-HK-VENDOR               PIC X.
               10  MA-HK-CANDY                PIC X(3).
           05  MA-STOCK                   PIC 9(6)    VALUE ZERO.
           05  MA-SHIP-30                 PIC 9(6)    VALUE ZERO.
           05  MA-SHIP-60                 PIC 9(6)    VALUE ZERO.
           05  MA-SHIP-90                 PIC 9(6)    VALUE ZERO.
           05  MA-AVG-30                  PIC 9(4)V99 VALUE ZERO.
           05  MA-AVG-60                  PIC 9(4)V99 VALUE ZERO.
           05  MA-AVG-90                  PIC 9(4)V99 VALUE ZERO.
           05  MA-DAYS-SUPPLY             PIC 9(5)    VALUE ZERO.
               88  MA-NO-DEMAND                       VALUE 99999.
           05  MA-IDLE-DAYS               PIC 9(4)    VALUE ZERO.
               88  MA-NEVER-SHIPPED                   VALUE 9999.
           05  MA-FLAG                    PIC X(4)    VALUE SPACES.
               88  MA-ITEM-SLOW                       VALUE 'SLOW'.
               88  MA-ITEM-DEAD                       VALUE 'DEAD'.
           05  MA-ITEM-COST               PIC 9(7)V99 VALUE ZERO.
           05  MA-EXT-COST                PIC 9(7)V99 VALUE ZERO.
           05  MA-ENTRY-SUB               PIC 99      VALUE ZERO.
           05  MA-ITEM-COUNT              PIC 9(5)    VALUE ZERO.
           05  MA-SLOW-COUNT              PIC 9(5)    VALUE ZERO.
           05  MA-DEAD-COUNT              PIC 9(5)    VALUE ZERO.
           05  MA-SLOW-COST               PIC 9(9)V99 VALUE ZERO.
           05  MA-DEAD-COST               PIC 9(9)V99 VALUE ZERO.
           05  MA-LINE-COUNT              PIC 99      VALUE ZERO.
           05  MA-PAGE-NO                 PIC 999     VALUE ZERO.
           05  MA-SPACING                 PIC 9       VALUE 1.
           05  MA-SUPPLY-EDIT             PIC ZZZZ9.
           05  MA-IDLE-EDIT               PIC ZZZ9.

      * ABC classification. The cut-offs are cumulative percentages
      * of the total extended cost; an item whose value starts
      * inside the A share is an A, so the top item always is.
       01  ABC-CLASS-FIELDS.
           05  AB-A-PCT                   PIC 99      VALUE 80.
           05  AB-B-PCT                   PIC 99      VALUE 95.
           05  AB-TOTAL-VALUE             PIC 9(9)V99 VALUE ZERO.
           05  AB-TOTAL-ITEMS             PIC 9(5)    VALUE ZERO.
           05  AB-A-LIMIT                 PIC 9(9)V99 VALUE ZERO.
           05  AB-B-LIMIT                 PIC 9(9)V99 VALUE ZERO.
           05  AB-CUM-VALUE               PIC 9(9)V99 VALUE ZERO.
           05  AB-CUM-PCT                 PIC 999V9   VALUE ZERO.
           05  AB-RANK                    PIC 9(5)    VALUE ZERO.
           05  AB-EXT-COST                PIC 9(7)V99 VALUE ZERO.
           05  AB-WORK-COST               PIC 9(7)V99 VALUE ZERO.
           05  AB-STOCK                   PIC 9(6)    VALUE ZERO.
           05  AB-ENTRY-SUB               PIC 99      VALUE ZERO.
           05  AB-CLASS-SUB               PIC 9       VALUE ZERO.
           05  AB-RANKED-EOF              PIC X       VALUE ' '.
               88  AB-RANKED-DONE                     VALUE 'N'.
           05  AB-WORK-PCT                PIC 999V9   VALUE ZERO.
           05  AB-WORK-AMT                PIC 9(11)V99 VALUE ZERO.
           05  AB-LINE-COUNT              PIC 99      VALUE ZERO.
           05  AB-PAGE-NO                 PIC 999     VALUE ZERO.
           05  AB-SPACING                 PIC 9       VALUE 1.
           05  AB-CLASS-LETTERS           PIC X(3)    VALUE 'ABC'.
           05  AB-CLASS-TOTALS OCCURS 3 TIMES.
               10  ABT-COUNT                  PIC 9(5).
               10  ABT-VALUE                  PIC 9(9)V99.
      * Month-end close control. PD-LAST-CLOSED is the latest month
      * (yymm) on PERIOD-CONTROL.txt; PD-POST-PERIOD is the month of
      * today's run, which is the month every posting is dated
      * into. A CLOSE run closes PD-CLOSE-PERIOD - columns 23-26 of
      * the RUN-OPTIONS card, or the run month when those are blank.
       01  PERIOD-CLOSE-FIELDS.
           05  WS-PERIOD-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SNAPSHOT-FILE-STATUS    PIC XX      VALUE '00'.
           05  PD-LAST-CLOSED             PIC 9(4)    VALUE ZERO.
           05  PD-LAST-CLOSED-ON          PIC 9(6)    VALUE ZERO.
           05  PD-RUN-DATE                PIC 9(6)    VALUE ZERO.
           05  PD-POST-PERIOD             PIC 9(4)    VALUE ZERO.
           05  PD-CLOSE-PERIOD            PIC 9(4)    VALUE ZERO.
           05  PD-EDIT-WORK               PIC 9(4)    VALUE ZERO.
           05  PD-EDIT-WORK-R REDEFINES PD-EDIT-WORK.
               10  PD-EW-YY                   PIC 99.
               10  PD-EW-MM                   PIC 99.
           05  PD-EDIT-PERIOD.
               10  PD-EP-MM                   PIC 99.
               10                             PIC X       VALUE '/'.
               10  PD-EP-YY                   PIC 99.
           05  PD-POSTING-SWITCH          PIC X       VALUE 'N'.
               88  POSTING-PERIOD-CLOSED              VALUE 'Y'.
           05  PD-REFUSED-SWITCH          PIC X       VALUE 'N'.
               88  POSTING-REFUSED                    VALUE 'Y'.
           05  PD-CLOSE-SWITCH            PIC X       VALUE 'N'.
               88  CLOSE-NOT-RUN                      VALUE 'N'.
               88  CLOSE-COMPLETED                    VALUE 'C'.
               88  CLOSE-ALREADY-CLOSED               VALUE 'A'.
               88  CLOSE-MONTH-NOT-ENDED              VALUE 'F'.

      * Month-end valuation by warehouse and vendor. The posted
      * master arrives in warehouse/vendor order, so the table is
      * built in report order and needs no sort of its own.
       01  VALUATION-FIELDS.
           05  VL-LINE-COUNT              PIC 99      VALUE ZERO.
           05  VL-PAGE-NO                 PIC 999     VALUE ZERO.
           05  VL-SPACING                 PIC 9       VALUE 1.
           05  VL-COUNT                   PIC 999     VALUE ZERO.
           05  VL-SUB                     PIC 999     VALUE 1.
           05  VL-ENTRY-SUB               PIC 99      VALUE 1.
           05  VL-WH-HOLD                 PIC X(4)    VALUE SPACES.
           05  VL-HOLD-WAREHOUSE          PIC X(4)    VALUE SPACES.
           05  VL-HOLD-VENDOR             PIC X       VALUE SPACES.
           05  VL-ENTRY-SWITCH            PIC X       VALUE 'N'.
               88  VL-ENTRY-IS-OPEN                   VALUE 'Y'.
           05  VL-OVERFLOW-COUNT          PIC 9(5)    VALUE ZERO.
           05  VL-WORK-STD                PIC 9(9)V99 VALUE ZERO.
           05  VL-WORK-COST               PIC 9(9)V99 VALUE ZERO.
           05  VL-WORK-VARIANCE           PIC S9(9)V99 VALUE ZERO.
           05  VL-WH-TOTALS.
               10  VL-WH-CASES                PIC 9(7).
               10  VL-WH-STD                  PIC 9(9)V99.
               10  VL-WH-COST                 PIC 9(9)V99.
           05  VL-GRAND-TOTALS.
               10  VL-GT-CASES                PIC 9(7).
               10  VL-GT-STD                  PIC 9(9)V99.
               10  VL-GT-COST                 PIC 9(9)V99.
           05  VL-ENTRY OCCURS 200 TIMES.
               10  VLE-WAREHOUSE              PIC X(4).
               10  VLE-VENDOR                 PIC X.
               10  VLE-CASES                  PIC 9(7).
               10  VLE-STD-VALUE              PIC 9(9)V99.
               10  VLE-COST-VALUE             PIC 9(9)V99.
      * The lot book, loaded on first need and rewritten at the end
      * of the posting step. LT-SEQ numbers the lots a single run
      * opens, so a lot number is MMDD of the receipt plus a
      * two-digit sequence. LT-PICK-MODE tells 765-PICK-OLDEST-LOT
      * which lots a relief may take; 769-SUM-HELD-CASES totals the
      * held and quarantined cases for the LT-KEY- group.
       01  LOT-FIELDS.
           05  WS-LOT-FILE-STATUS         PIC XX      VALUE '00'.
           05  LT-LOADED-SWITCH           PIC X       VALUE 'N'.
           05  LT-SEQ                     PIC 99      VALUE ZERO.
           05  LT-PICK                    PIC 999     VALUE ZERO.
           05  LT-RELIEVE-QTY             PIC S9(5)   VALUE ZERO.
           05  LT-PICK-MODE               PIC X       VALUE 'A'.
               88  LT-PICK-AVAILABLE                  VALUE 'A'.
               88  LT-PICK-NAMED                      VALUE 'N'.
               88  LT-PICK-HELD                       VALUE 'H'.
               88  LT-PICK-ANY                        VALUE 'X'.
           05  LT-NAMED-LOT               PIC X(6)    VALUE SPACES.
           05  LT-KEY-WAREHOUSE           PIC X(4)    VALUE SPACES.
           05  LT-KEY-VENDOR              PIC X       VALUE SPACE.
           05  LT-KEY-CANDY               PIC X(3)    VALUE SPACES.
           05  LT-HELD-SUB                PIC 999     VALUE ZERO.
           05  LT-HELD-CASES              PIC 9(5)    VALUE ZERO.
           05  LT-AVAIL-STOCK             PIC 9(5)    VALUE ZERO.
           05  LT-HELD-LOT-COUNT          PIC 999     VALUE ZERO.
           05  LT-EXP-WORK                PIC 9(6)    VALUE ZERO.
           05  LT-EXP-WORK-R REDEFINES LT-EXP-WORK.
               10  LT-EW-YY                   PIC 99.
               10  LTE-NUMBER                 PIC X(6).
               10  LTE-EXPIRY                 PIC 9(6).
               10  LTE-CASES                  PIC 9(4).
               10  LTE-STATUS                 PIC X.
                   88  LTE-AVAILABLE                  VALUE 'A' ' '.
                   88  LTE-ON-HOLD                    VALUE 'H'.
                   88  LTE-QUARANTINED                VALUE 'Q'.
               10  LTE-HOLD-REASON            PIC X.
                   88  LTE-FOR-RECALL                 VALUE 'R'.

      * Per-warehouse expiry exposure accumulators. The buckets are
      * cumulative - a lot ten days from expiry counts in the 30,
               10  EXP-CASES-90               PIC 9(6).
               10  EXP-COST-90                PIC 9(9)V99.

      * Recall trace. A recall is traced by vendor and candy: every
      * lot of a candy with any lot on recall hold is listed, from
      * every warehouse, so a lot that escaped the hold shows up
      * before it ships.
       01  RECALL-TRACE-FIELDS.
           05  RT-LINE-COUNT              PIC 99      VALUE ZERO.
           05  RT-PAGE-NO                 PIC 999     VALUE ZERO.
           05  RT-SPACING                 PIC 9       VALUE 1.
           05  RT-SCAN-SUB                PIC 999     VALUE ZERO.
           05  RT-PRIOR-SUB               PIC 999     VALUE ZERO.
           05  RT-SEEN-SWITCH             PIC X       VALUE 'N'.
               88  RT-ALREADY-SEEN                    VALUE 'Y'.
           05  RT-VENDOR                  PIC X       VALUE SPACE.
           05  RT-CANDY                   PIC X(3)    VALUE SPACES.
           05  RT-LOT-COST                PIC 9(7)V99 VALUE ZERO.
           05  RT-RECALL-COUNT            PIC 999     VALUE ZERO.
           05  RT-GRP-WH-COUNT            PIC 99      VALUE ZERO.
           05  RT-GRP-HELD-CASES          PIC 9(6)    VALUE ZERO.
           05  RT-GRP-HELD-COST           PIC 9(9)V99 VALUE ZERO.
           05  RT-GRP-FREE-CASES          PIC 9(6)    VALUE ZERO.
           05  RT-TOTAL-FREE-CASES        PIC 9(7)    VALUE ZERO.

      * Disposals posted month to date, read back from the movement
      * history so a reprint and the next morning's run agree. The
      * reason code rides in the first byte of the reference. The
      * cases are what the posting actually took off the master,
      * costed at standard, and totaled by vendor and reason for the
      * chargeback claim: recalls and returns to vendor are the
      * vendor's cost, expired and damaged stock is ours.
       01  DISPOSAL-REASON-VALUES.
           05                      PIC X(20)       VALUE
                                   'EEXPIRED'.
           05                      PIC X(20)       VALUE
                                   'DDAMAGED'.
           05                      PIC X(20)       VALUE
                                   'RRECALLED'.
           05                      PIC X(20)       VALUE
                                   'VRETURNED TO VENDOR'.
       01  DISPOSAL-REASON-TABLE REDEFINES DISPOSAL-REASON-VALUES.
           05  DR-ENTRY OCCURS 4 TIMES.
               10  DR-CODE                    PIC X.
               10  DR-NAME                    PIC X(19).

       01  DISPOSAL-SUMMARY-FIELDS.
           05  DS-LINE-COUNT              PIC 99      VALUE ZERO.
           05  DS-PAGE-NO                 PIC 999     VALUE ZERO.
           05  DS-SPACING                 PIC 9       VALUE 1.
           05  DS-SECTION                 PIC X       VALUE 'D'.
               88  DS-DETAIL-SECTION                  VALUE 'D'.
               88  DS-SUMMARY-SECTION                 VALUE 'S'.
           05  DS-FROM-DATE               PIC 9(6)    VALUE ZERO.
           05  DS-REASON-SUB              PIC 9       VALUE ZERO.
           05  DS-SUB                     PIC 99      VALUE ZERO.
           05  DS-CUR                     PIC 99      VALUE ZERO.
           05  DS-CASES                   PIC S9(5)   VALUE ZERO.
           05  DS-COST                    PIC 9(7)V99 VALUE ZERO.
           05  DS-LINE-TOTAL-CASES        PIC 9(7)    VALUE ZERO.
           05  DS-LINE-TOTAL-COST         PIC 9(9)V99 VALUE ZERO.
           05  DS-LINE-CLAIM-CASES        PIC 9(7)    VALUE ZERO.
           05  DS-LINE-CLAIM-COST         PIC 9(9)V99 VALUE ZERO.
           05  DS-DISPOSAL-COUNT          PIC 9(5)    VALUE ZERO.
           05  DS-TOTAL-CASES             PIC 9(7)    VALUE ZERO.
           05  DS-TOTAL-COST              PIC 9(9)V99 VALUE ZERO.
           05  DS-CLAIM-CASES             PIC 9(7)    VALUE ZERO.
           05  DS-CLAIM-COST              PIC 9(9)V99 VALUE ZERO.
           05  DS-REASON-TOTALS OCCURS 4 TIMES.
               10  DSR-CASES                  PIC 9(7).
               10  DSR-COST                   PIC 9(9)V99.
           05  DS-VENDOR-COUNT            PIC 99      VALUE ZERO.
           05  DS-VENDOR-ENTRY OCCURS 20 TIMES.
               10  DSV-VENDOR                 PIC X.
               10  DSV-REASON OCCURS 4 TIMES.
                   15  DSV-CASES              PIC 9(7).
                   15  DSV-COST               PIC 9(9)V99.

       01  INDEXED-MASTER-FIELDS.
           05  WS-INDEXED-FILE-STATUS     PIC XX      VALUE '00'.
           05  IXB-SUB                    PIC 99      VALUE 1.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'RECEIVED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'BILLED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'STATUS'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'DAYS'.
           05  OPR-ORDERED         PIC ZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  OPR-RECEIVED        PIC ZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  OPR-INVOICED        PIC ZZ,ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  OPR-STATUS          PIC X(7).
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'CANDY NAME'.
           05                      PIC X(6)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'AVAILABLE'.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'MIN'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'LEAD'.
           05                      PIC X(33)       VALUE
                                   'NO TRANSACTIONS POSTED THIS RUN'.

       01  JOURNAL-SUMMARY-HEADING.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'GENERAL LEDGER JOURNAL SUMMARY'.

       01  JOURNAL-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'ACCOUNT'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(20)       VALUE 'DESCRIPTION'.
           05                      PIC X(9)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'DEBITS'.
           05                      PIC X(7)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CREDITS'.

       01  JOURNAL-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  JS-ACCOUNT          PIC X(6).
           05                      PIC X(3)        VALUE SPACES.
           05  JS-NAME             PIC X(20).
           05                      PIC X(2)        VALUE SPACES.
           05  JS-DEBITS           PIC ZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  JS-CREDITS          PIC ZZ,ZZZ,ZZ9.99.

       01  JOURNAL-STATUS-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  JS-STATUS           PIC X(40).

      **** VENDOR INVOICE HOLD REPORT ****

       01  INVOICE-HOLD-HEADING.
           05                      PIC X(20)       VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'VENDOR INVOICE HOLD REPORT'.

       01  INVOICE-HOLD-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'INVOICE'.
           05                      PIC X(3)        VALUE 'V'.
           05                      PIC X(10)       VALUE 'PO NUMBER'.
           05                      PIC X(4)        VALUE 'CDY'.
           05                      PIC X(7)        VALUE ' BILLED'.
           05                      PIC X(7)        VALUE '  RECVD'.
           05                      PIC X(9)        VALUE '  PRICE'.
           05                      PIC X(4)        VALUE 'CD'.
           05                      PIC X(20)       VALUE 'HOLD REASON'.

       01  INVOICE-HOLD-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  HL-DL-INVOICE       PIC X(10).
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-PO-NUMBER     PIC X(8).
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-BILLED        PIC ZZZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-RECEIVED      PIC ZZZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-PRICE         PIC ZZ9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-CODE          PIC XX.
           05                      PIC X(2)        VALUE SPACES.
           05  HL-DL-REASON        PIC X(20).

       01  INVOICE-HOLD-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  HL-SUM-LABEL        PIC X(24).
           05                      PIC X(2)        VALUE SPACES.
           05  HL-SUM-COUNT        PIC ZZ,ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  HL-SUM-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.

       01  INVOICE-HOLD-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO VENDOR INVOICES TO MATCH'.

       01  INVOICE-HOLD-CLEAR-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO INVOICES HELD THIS RUN'.

       01  INVOICE-HOLD-FULL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(47)       VALUE
                   'INVOICE HISTORY TABLE FULL - SHORTEN RETENTION'.

      **** ITEM MOVEMENT ANALYSIS REPORT ****

       01  MOVEMENT-HEADING.
           05                      PIC X(20)       VALUE SPACES.
           05                      PIC X(32)       VALUE
                                   'ITEM MOVEMENT AND DAYS OF SUPPLY'.

       01  MOVEMENT-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'WHSE'.
           05                      PIC X(3)        VALUE 'V'.
           05                      PIC X(4)        VALUE 'CDY'.
           05                      PIC X(8)        VALUE ' STOCK'.
           05                      PIC X(7)        VALUE ' AVG30'.
           05                      PIC X(7)        VALUE ' AVG60'.
           05                      PIC X(9)        VALUE ' AVG90'.
           05                      PIC X(7)        VALUE 'SUPLY'.
           05                      PIC X(6)        VALUE 'IDLE'.
           05                      PIC X(6)        VALUE 'FLAG'.
           05                      PIC X(10)       VALUE ' TIED COST'.

       01  MOVEMENT-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  MA-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-STOCK         PIC ZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-AVG-30        PIC ZZZ9.9.
           05                      PIC X           VALUE SPACES.
           05  MA-DL-AVG-60        PIC ZZZ9.9.
           05                      PIC X           VALUE SPACES.
           05  MA-DL-AVG-90        PIC ZZZ9.9.
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-SUPPLY        PIC X(5).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-IDLE          PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-FLAG          PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-DL-COST          PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.

       01  MOVEMENT-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  MA-SUM-LABEL        PIC X(28).
           05                      PIC X(2)        VALUE SPACES.
           05  MA-SUM-COUNT        PIC ZZ,ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  MA-SUM-AMOUNT       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  MOVEMENT-LIMITS-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'SLOW AFTER'.
           05  MA-LL-SLOW          PIC ZZ9.
           05                      PIC X(17)       VALUE
                                   ' DAYS, DEAD AFTER'.
           05  MA-LL-DEAD          PIC ZZ9.
           05                      PIC X(20)       VALUE
                                   ' DAYS, HISTORY KEPT'.
           05  MA-LL-HISTORY       PIC ZZ9.
           05                      PIC X(5)        VALUE ' DAYS'.

       01  MOVEMENT-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(50)       VALUE
               'NO MOVEMENT HISTORY ON FILE - NOTHING FLAGGED YET'.
      **** ABC ANALYSIS REPORT ****

       01  ABC-HEADING.
           05                      PIC X(25)       VALUE SPACES.
           05                      PIC X(20)       VALUE
                                   'ABC VALUE ANALYSIS'.

       01  ABC-CUTOFF-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(17)       VALUE
                                   'CLASS A TO CUM'.
           05  AB-CL-A-PCT         PIC Z9.
           05                      PIC X(23)       VALUE
                                   '%   CLASS B TO CUM'.
           05  AB-CL-B-PCT         PIC Z9.
           05                      PIC X           VALUE '%'.

       01  ABC-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE '  RANK'.
           05                      PIC X(6)        VALUE 'WHSE'.
           05                      PIC X(3)        VALUE 'V'.
           05                      PIC X(4)        VALUE 'CDY'.
           05                      PIC X(9)        VALUE '   STOCK'.
           05                      PIC X(14)       VALUE
                                   '    EXT COST'.
           05                      PIC X(8)        VALUE ' CUM %'.
           05                      PIC X(5)        VALUE 'CLASS'.

       01  ABC-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  AB-DL-RANK          PIC ZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-STOCK         PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-EXT-COST      PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  AB-DL-CUM-PCT       PIC ZZ9.9.
           05                      PIC X(4)        VALUE SPACES.
           05  AB-DL-CLASS         PIC X.

       01  ABC-SUMMARY-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'CLASS'.
           05                      PIC X(8)        VALUE 'ITEMS'.
           05                      PIC X(9)        VALUE '% ITEMS'.
           05                      PIC X(14)       VALUE
                                   ' EXTENDED COST'.
           05                      PIC X(10)       VALUE
                                   '   % VALUE'.

       01  ABC-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  AB-SL-CLASS         PIC X(5).
           05                      PIC X(2)        VALUE SPACES.
           05  AB-SL-COUNT         PIC ZZ,ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  AB-SL-ITEM-PCT      PIC ZZ9.9.
           05                      PIC X(4)        VALUE SPACES.
           05  AB-SL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(4)        VALUE SPACES.
           05  AB-SL-VALUE-PCT     PIC ZZ9.9.

       01  ABC-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO INVENTORY TO CLASSIFY'.
      **** MONTH-END VALUATION REPORT ****

       01  VALUATION-HEADING.
           05                      PIC X(20)       VALUE SPACES.
           05                      PIC X(29)       VALUE
                                   'MONTH-END INVENTORY VALUATION'.

       01  VALUATION-PERIOD-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(15)       VALUE
                                   'PERIOD CLOSED: '.
           05  VP-PERIOD           PIC X(5).

       01  VALUATION-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'WAREHOUSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'VENDOR'.
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CASES'.
           05                      PIC X(6)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'STD VALUE'.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'COST VALUE'.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'VARIANCE'.

       01  VALUATION-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  VL-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(8)        VALUE SPACES.
           05  VL-DL-VENDOR        PIC X.
           05                      PIC X(4)        VALUE SPACES.
           05  VL-DL-CASES         PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  VL-DL-STD           PIC ZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  VL-DL-COST          PIC ZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  VL-DL-VARIANCE      PIC -(8)9.99.

       01  VALUATION-TOTAL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  VL-TL-LABEL         PIC X(15).
           05                      PIC X(4)        VALUE SPACES.
           05  VL-TL-CASES         PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  VL-TL-STD           PIC ZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  VL-TL-COST          PIC ZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  VL-TL-VARIANCE      PIC -(8)9.99.

       01  VALUATION-OVERFLOW-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(33)       VALUE
                                   '** TABLE FULL - NOT VALUED:'.
           05                      PIC X(1)        VALUE SPACES.
           05  VL-OL-COUNT         PIC ZZ,ZZ9.

       01  VALUATION-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(28)       VALUE
                                   'NO STOCK ON HAND TO VALUE'.
      **** ROLL-FORWARD RECONCILIATION REPORT ****

       01  RECON-HEADING.
           05                      PIC X(23)       VALUE SPACES.
           05                      PIC X(33)       VALUE
                                   'ROLL-FORWARD STOCK RECONCILIATION'.

       01  RECON-PRIOR-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(18)       VALUE
                                   'PRIOR GENERATION: '.
           05  RF-PL-DATE          PIC 9(6).
           05                      PIC X(14)       VALUE
                                   '   TOLERANCE: '.
           05  RF-PL-TOLERANCE     PIC Z9.
           05                      PIC X(22)       VALUE
                                   ' PCT OF EXPECTED VALUE'.

       01  RECON-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'WH'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(1)        VALUE 'V'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'CND'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE '  PRIOR'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE '  MOVES'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE ' EXPECT'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE '   FEED'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'VAR QTY'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'COST IMPACT'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'NOTE'.

       01  RECON-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  RF-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  RF-DL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  RF-DL-CANDY         PIC X(3).
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-PRIOR         PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-MOVES         PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-EXPECTED      PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-FEED          PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-VARIANCE      PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-COST          PIC -(7)9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-DL-FLAG          PIC X(8).

       01  RECON-SUMMARY-HEADING.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(17)       VALUE
                                   'WAREHOUSE SUMMARY'.

       01  RECON-SUMMARY-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'WAREHOUSE'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(6)        VALUE ' ITEMS'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'VARIED'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'NET QTY'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(11)       VALUE
                                   '   NET COST'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(12)       VALUE
                                   '    ABS COST'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(5)        VALUE '  PCT'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'STATUS'.

       01  RECON-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  RF-SL-LABEL         PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-ITEMS         PIC ZZ,ZZ9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-VARIANCES     PIC ZZ,ZZ9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-NET-UNITS     PIC -(6)9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-NET-COST      PIC -(7)9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-ABS-COST      PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-PCT           PIC ZZ9.9.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-SL-STATUS        PIC X(10).

       01  RECON-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(24)       VALUE
                                   'NO UNEXPLAINED VARIANCES'.

       01  RECON-NO-PRIOR-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(42)       VALUE
                           'NO PRIOR GENERATION - NOTHING TO RECONCILE'.

       01  RECON-OVERFLOW-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(33)       VALUE
                                   '** TABLE FULL - NOT SUMMARIZED:'.
           05                      PIC X(1)        VALUE SPACES.
           05  RF-OL-COUNT         PIC ZZ,ZZ9.
      **** OPERATIONS SUMMARY ****

       01  OPS-HEADING.
           05                      PIC X(24)       VALUE SPACES.
           05                      PIC X(18)       VALUE
                                   'OPERATIONS SUMMARY'.

       01  OPS-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'STEP'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'ELAPSED SEC'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'PRIOR SEC'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'CHANGE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'RECORDS'.

       01  OPS-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  OPS-DL-STEP         PIC X(12).
           05                      PIC X(4)        VALUE SPACES.
           05  OPS-DL-ELAPSED      PIC ZZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  OPS-DL-PRIOR        PIC X(7).
           05                      PIC X(2)        VALUE SPACES.
           05  OPS-DL-CHANGE       PIC X(7).
           05                      PIC X(2)        VALUE SPACES.
           05  OPS-DL-RECORDS      PIC Z,ZZZ,ZZ9.

       01  OPS-INFO-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  OPS-IL-LABEL        PIC X(28).
           05                      PIC X(2)        VALUE SPACES.
           05  OPS-IL-VALUE        PIC X(16).

       01  OPS-EDIT-FIELDS.
           05  OPS-EDIT-NUM        PIC ZZZ,ZZ9.
           05  OPS-EDIT-SIGNED     PIC -(5)9.
           05  OPS-EDIT-COUNT      PIC ZZ9.
           05  OPS-EDIT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.

      **** EXPIRY EXPOSURE REPORT ****

       01  EXPIRY-HEADING.
           05                      PIC X(19)       VALUE SPACES.
           05                      PIC X(22)       VALUE
                                   'EXPIRY EXPOSURE REPORT'.

       01  EXPIRY-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'WHSE'.
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(6)        VALUE '30 DAY'.
           05                      PIC X(9)        VALUE SPACES.
           05                      PIC X(7)        VALUE '30 COST'.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(6)        VALUE '60 DAY'.
           05                      PIC X(9)        VALUE SPACES.
           05                      PIC X(27)       VALUE
                                   'NO LOT DETAIL ON FILE'.

      **** RECALL TRACE REPORT ****

       01  RECALL-HEADING.
           05                      PIC X(30)       VALUE SPACES.
           05                      PIC X(19)       VALUE
                                   'RECALL TRACE REPORT'.

       01  RECALL-GROUP-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(16)       VALUE
                                   'RECALL - VENDOR '.
           05  RT-GL-VENDOR        PIC X.
           05                      PIC X(8)        VALUE '  CANDY '.
           05  RT-GL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  RT-GL-NAME          PIC X(15).

       01  RECALL-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'WHSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'LOT'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'EXPIRES'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CASES'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(14)       VALUE
                                   '   COST AT STD'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'STATUS'.
           05                      PIC X(4)        VALUE 'RSN'.
           05                      PIC X(11)       VALUE 'NOTE'.

       01  RECALL-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  RT-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-LOT           PIC X(6).
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-EXPIRY        PIC 99/99/99.
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-CASES         PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-COST          PIC $$$,$$$,$$9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-STATUS        PIC X(12).
           05                      PIC X(1)        VALUE SPACES.
           05  RT-DL-REASON        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  RT-DL-NOTE          PIC X(11).

       01  RECALL-TOTAL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'WAREHOUSES: '.
           05  RT-TL-WAREHOUSES    PIC Z9.
           05                      PIC X(21)       VALUE
                                   '  RECALL HELD CASES: '.
           05  RT-TL-CASES         PIC Z,ZZZ,ZZ9.
           05                      PIC X(8)        VALUE '  COST: '.
           05  RT-TL-COST          PIC $$$,$$$,$$9.99.

       01  RECALL-FREE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(33)       VALUE
                                   'CASES OF THIS CANDY NOT ON HOLD: '.
           05  RT-FL-CASES         PIC ZZZ,ZZ9.
           05  RT-FL-NOTE          PIC X(26).

       01  RECALL-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(22)       VALUE
                                   'NO LOTS ON RECALL HOLD'.

      **** DISPOSAL SUMMARY ****

       01  DISPOSAL-HEADING.
           05                      PIC X(21)       VALUE SPACES.
           05                      PIC X(37)       VALUE
                       'DISPOSAL SUMMARY BY REASON AND VENDOR'.

       01  DISPOSAL-PERIOD-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(17)       VALUE
                                   'POSTED FROM:     '.
           05  DS-PL-FROM          PIC 99/99/99.
           05                      PIC X(10)       VALUE '  THROUGH '.
           05  DS-PL-THRU          PIC 99/99/99.

       01  DISPOSAL-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'POSTED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'WHSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(1)        VALUE 'V'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'CND'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(19)       VALUE 'REASON'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'LOT'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CASES'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(14)       VALUE
                                   '   COST AT STD'.

       01  DISPOSAL-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  DS-DL-DATE          PIC 99/99/99.
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-REASON        PIC X(19).
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-LOT           PIC X(6).
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-CASES         PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  DS-DL-COST          PIC $$$,$$$,$$9.99.

       01  DISPOSAL-SUMMARY-HEADING.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(28)       VALUE
                                   'SUMMARY BY VENDOR AND REASON'.

       01  DISPOSAL-SUMMARY-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'VND'.
           05                      PIC X(20)       VALUE 'VENDOR NAME'.
           05                      PIC X(19)       VALUE 'REASON'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(7)        VALUE '  CASES'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(14)       VALUE
                                   '   COST AT STD'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CLAIM'.

       01  DISPOSAL-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  DS-SL-VENDOR        PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  DS-SL-NAME          PIC X(18).
           05                      PIC X(2)        VALUE SPACES.
           05  DS-SL-REASON        PIC X(19).
           05                      PIC X(1)        VALUE SPACES.
           05  DS-SL-CASES         PIC ZZZ,ZZ9.
           05                      PIC X(1)        VALUE SPACES.
           05  DS-SL-COST          PIC $$$,$$$,$$9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  DS-SL-CLAIM         PIC X(5).

       01  DISPOSAL-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO DISPOSALS POSTED THIS MONTH'.

      **** SUSPENSE WRITE-OFF REPORT ****

       01  WRITEOFF-HEADING.
           05                      PIC X(21)       VALUE SPACES.
           05                      PIC X(25)       VALUE
                                   'SUSPENSE WRITE-OFF REPORT'.

       01  WRITEOFF-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'WAREHOUSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'VENDOR'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CANDY'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'TYPE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'QTY'.
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'REFERENCE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'DAYS'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'FIRST SEEN'.

       01  WRITEOFF-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  WO-WAREHOUSE        PIC X(4).
           05                      PIC X(6)        VALUE SPACES.
           05  WO-VENDOR           PIC X.
           05                      PIC X(6)        VALUE SPACES.
           05  WO-CANDY            PIC X(3).
           05                      PIC X(4)        VALUE SPACES.
           05  WO-TYPE             PIC X.
           05                      PIC X(2)        VALUE SPACES.
           05  WO-QTY              PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  WO-REFERENCE        PIC X(8).
           05                      PIC X(3)        VALUE SPACES.
           05  WO-DAYS             PIC Z9.
           05                      PIC X(3)        VALUE SPACES.
           05  WO-FIRST-DATE       PIC 99/99/99.

       01  WRITEOFF-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(32)       VALUE
                                   'NO SUSPENSE WRITE-OFFS THIS RUN'.

       01  BATCH-REJECT-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'BATCH '.
           05  BJ-BATCH-ID         PIC X(6).
           05                      PIC X(6)        VALUE ' WHSE '.
           05  BJ-WAREHOUSE        PIC X(4).
           05                      PIC X(12)       VALUE ' REJECTED - '.
           05  BJ-REASON           PIC X(20).

      **** TRANSFER RECOMMENDATION REPORT ****

       01  TRANSFER-HEADING.
           05                      PIC X(19)       VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'TRANSFER RECOMMENDATION REPORT'.
           05                      PIC X(44)       VALUE
                           'NO PRIOR RUN HISTORY - BASELINE RUN ONLY'.

      **** WAREHOUSE PICK LISTS ****
      * One list per warehouse, every order line allocated against
      * it: what was ordered, what to pick, and what went on
      * backorder. An asterisk after the order number marks a line
      * re-allocated off the backorder file. The pick date is keyed
      * back with every confirmation.
       01  PICK-HEADING.
           05                      PIC X(25)       VALUE SPACES.
           05                      PIC X(19)       VALUE
                                   'WAREHOUSE PICK LIST'.

       01  PICK-WAREHOUSE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'WAREHOUSE: '.
           05  PK-WAREHOUSE        PIC X(4).
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'PICK DATE: '.
           05  PK-PICK-DATE        PIC 9(6).

       01  PICK-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'ORDER NO'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'CUST'.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'VND'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CANDY'.
           05                      PIC X(1)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'NAME'.
           05                      PIC X(11)       VALUE SPACES.
           05                      PIC X(5)        VALUE 'ORDER'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE ' PICK'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'B/ORD'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'STATUS'.

       01  PICK-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  PK-DL-ORDER         PIC X(8).
           05  PK-DL-BO-FLAG       PIC X.
           05                      PIC X(1)        VALUE SPACES.
           05  PK-DL-CUSTOMER      PIC X(6).
           05                      PIC X(2)        VALUE SPACES.
           05  PK-DL-VENDOR        PIC X.
           05                      PIC X(3)        VALUE SPACES.
           05  PK-DL-CANDY         PIC X(3).
           05                      PIC X(2)        VALUE SPACES.
           05  PK-DL-NAME          PIC X(15).
           05                      PIC X(1)        VALUE SPACES.
           05  PK-DL-ORDERED       PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  PK-DL-PICK          PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  PK-DL-BACK          PIC Z,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  PK-DL-STATUS        PIC X(8).

       01  PICK-SUMMARY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  PK-SUM-LABEL        PIC X(23).
           05                      PIC X(2)        VALUE SPACES.
           05  PK-SUM-COUNT        PIC ZZZ,ZZ9.

       01  PICK-FOOTNOTE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(31)       VALUE
                                   '* RE-ALLOCATED FROM BACKORDER'.

       01  PICK-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(31)       VALUE
                                   'NO CUSTOMER ORDERS TO ALLOCATE'.

      **** ORDER FILL RATE REPORT ****

       01  FILL-RATE-HEADING.
           05                      PIC X(22)       VALUE SPACES.
           05                      PIC X(22)       VALUE
                                   'ORDER FILL RATE REPORT'.

       01  FILL-RATE-COLUMN-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'WAREHOUSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'VENDOR'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'LINES'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'ORDERED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'ALLOCATED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'SHIPPED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'BACKORDERED'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'FILL %'.

       01  FILL-RATE-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  FR-DL-WAREHOUSE     PIC X(4).
           05                      PIC X(8)        VALUE SPACES.
           05  FR-DL-VENDOR        PIC X.
           05                      PIC X(3)        VALUE SPACES.
           05  FR-DL-LINES         PIC ZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-DL-ORDERED       PIC ZZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  FR-DL-ALLOCATED     PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-DL-SHIPPED       PIC ZZZ,ZZ9.
           05                      PIC X(6)        VALUE SPACES.
           05  FR-DL-BACKORDERED   PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-DL-PCT           PIC ZZ9.9.

       01  FILL-RATE-TOTAL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  FR-TL-LABEL         PIC X(15).
           05                      PIC X(3)        VALUE SPACES.
           05  FR-TL-LINES         PIC ZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-TL-ORDERED       PIC ZZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  FR-TL-ALLOCATED     PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-TL-SHIPPED       PIC ZZZ,ZZ9.
           05                      PIC X(6)        VALUE SPACES.
           05  FR-TL-BACKORDERED   PIC ZZZ,ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  FR-TL-PCT           PIC ZZ9.9.

       01  FILL-RATE-REJECT-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(32)       VALUE
                                   'ORDER LINES REJECTED AT ENTRY:'.
           05  FR-RH-COUNT         PIC ZZ,ZZ9.

       01  FILL-RATE-REJECT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  FR-RL-ORDER         PIC X(8).
           05                      PIC X(3)        VALUE SPACES.
           05  FR-RL-WAREHOUSE     PIC X(4).
           05                      PIC X(3)        VALUE SPACES.
           05  FR-RL-VENDOR        PIC X.
           05                      PIC X(3)        VALUE SPACES.
           05  FR-RL-CANDY         PIC X(3).
           05                      PIC X(3)        VALUE SPACES.
           05  FR-RL-REASON        PIC X(20).

       01  FILL-RATE-CONFIRM-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05  FR-CH-LABEL         PIC X(32).
           05  FR-CH-COUNT         PIC ZZ,ZZ9.

       01  FILL-RATE-NONE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(31)       VALUE
                                   'NO CUSTOMER ORDERS TO ALLOCATE'.

       PROCEDURE DIVISION.
           
       10-CONTROL-MODULE.
           PERFORM 11C-LOAD-CANDY-MASTER
           PERFORM 11D-LOAD-RETAIL-PRICES
           PERFORM 11E-LOAD-REORDER-POLICY
           PERFORM 850-LOAD-PERIOD-CONTROL
      * ERROR-FILE is only opened on the paths that run the feed
      * edits: a reports-only reprint must leave the morning run's
      * reject file on disk untouched.
               WHEN RUN-MODE-VALIDATE
                   PERFORM 10B-VALIDATE-ONLY-RUN
               WHEN RUN-MODE-REPORTS
                   PERFORM 799-LOAD-CARRY-BANNERS
                   MOVE 'REPORTS' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 30-HSKPING-ROUTINE
                   PERFORM 200-CLOSING-ROUTINE
               WHEN RUN-MODE-ASOF
                   PERFORM 785-SET-ASOF-MASTER
                   PERFORM 799-LOAD-CARRY-BANNERS
                   MOVE 'REPORTS' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 30-HSKPING-ROUTINE
                   PERFORM 50-READ-DATA
                   PERFORM 200-CLOSING-ROUTINE
               WHEN OTHER
                   PERFORM 790-CHECK-FEEDS
                   OPEN OUTPUT ERROR-FILE
                   PERFORM 15-SORT-MERGE
                   CLOSE ERROR-FILE
                   PERFORM 600-CONSOLIDATE-DUPLICATES
                   MOVE MERGED-READ-COUNT TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'PICKS' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 960-POST-CONFIRMED-PICKS
                   MOVE AL-PICKS-POSTED TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'POSTING' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 500-POST-TRANSACTIONS
                   ADD PST-APPLIED-COUNT PST-UNMATCHED-COUNT
                       GIVING TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'RECON' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 880-ROLL-FORWARD-RECON
                   MOVE RF-ITEM-COUNT TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'INDEX' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 700-BUILD-INDEXED-MASTER
                   MOVE IXB-WRITE-COUNT TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'ALLOCATE' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 900-ALLOCATE-ORDERS
                   MOVE AL-LINES-ALLOCATED TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   MOVE 'INVOICE' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 870-MATCH-INVOICES
                   MOVE IM-READ-COUNT TO TM-STEP-COUNT
                   PERFORM 805-END-STEP
                   IF RUN-MODE-CLOSE
                       MOVE 'CLOSE' TO TM-STEP-NAME
                       PERFORM 800-START-STEP
                       PERFORM 855-MONTH-END-CLOSE
                       MOVE VL-COUNT TO TM-STEP-COUNT
                       PERFORM 805-END-STEP
                   END-IF
                   MOVE 'REPORTS' TO TM-STEP-NAME
                   PERFORM 800-START-STEP
                   PERFORM 30-HSKPING-ROUTINE
                               AND RO-ASOF-DATE > ZERO
                           MOVE RO-ASOF-DATE TO WS-ASOF-DATE
                       END-IF
                       IF RO-CLOSE-PERIOD IS NUMERIC
                               AND RO-CLOSE-PERIOD > ZERO
                           MOVE RO-CLOSE-PERIOD TO PD-CLOSE-PERIOD
                       END-IF
                       IF RO-HISTORY-DAYS IS NUMERIC
                               AND RO-HISTORY-DAYS > ZERO
                           MOVE RO-HISTORY-DAYS TO MA-HISTORY-DAYS
                       END-IF
                       IF RO-SLOW-DAYS IS NUMERIC
                               AND RO-SLOW-DAYS > ZERO
                           MOVE RO-SLOW-DAYS TO MA-SLOW-DAYS
                       END-IF
                       IF RO-DEAD-DAYS IS NUMERIC
                               AND RO-DEAD-DAYS > ZERO
                           MOVE RO-DEAD-DAYS TO MA-DEAD-DAYS
                       END-IF
                       IF MA-DEAD-DAYS < MA-SLOW-DAYS
                           MOVE MA-SLOW-DAYS TO MA-DEAD-DAYS
                       END-IF
                       IF MA-HISTORY-DAYS < MA-DEAD-DAYS
                           MOVE MA-DEAD-DAYS TO MA-HISTORY-DAYS
                       END-IF
                       IF RO-ABC-A-PCT IS NUMERIC
                               AND RO-ABC-A-PCT > ZERO
                           MOVE RO-ABC-A-PCT TO AB-A-PCT
                       END-IF
                       IF RO-ABC-B-PCT IS NUMERIC
                               AND RO-ABC-B-PCT > ZERO
                           MOVE RO-ABC-B-PCT TO AB-B-PCT
                       END-IF
                       IF AB-B-PCT < AB-A-PCT
                           MOVE AB-A-PCT TO AB-B-PCT
                       END-IF
                       IF RO-FEED-ACTION IS EQUAL TO 'C'
                           SET FEED-FAIL-CARRY TO TRUE
                       END-IF
                       IF RO-FEED-TOLERANCE IS NUMERIC
                               AND RO-FEED-TOLERANCE > ZERO
                           MOVE RO-FEED-TOLERANCE TO FC-TOLERANCE-PCT
                       END-IF
                       IF RO-RECON-TOLERANCE IS NUMERIC
                               AND RO-RECON-TOLERANCE > ZERO
                           MOVE RO-RECON-TOLERANCE TO RF-TOLERANCE-PCT
                       END-IF
                       IF RO-INVOICE-DAYS IS NUMERIC
                               AND RO-INVOICE-DAYS > ZERO
                           MOVE RO-INVOICE-DAYS TO IM-HISTORY-DAYS
                       END-IF
               END-READ
               CLOSE RUN-OPTIONS-FILE
           END-IF
      * would, but with the validate switch up so nothing is
      * released, then prints just the exception report. The same
      * pass the checkpoint restart has always used, now reachable
      * by an operator. The feed checks run first so a missing feed
      * is reported rather than opened.
       10B-VALIDATE-ONLY-RUN.
           PERFORM 790-CHECK-FEEDS
           OPEN OUTPUT ERROR-FILE
           SET VALIDATE-ONLY-PASS TO TRUE
           PERFORM 16-B100-INPUT-LOGIC
                   SET CP-UPDATED-DONE TO TRUE
               WHEN 'POSTED'
                   SET CP-POSTED-DONE TO TRUE
               WHEN 'ALLOCATED'
                   SET CP-ALLOCATED-DONE TO TRUE
               WHEN 'ALLOCWORK'
                   SET CP-ALLOCWORK-DONE TO TRUE
               WHEN 'PICKWORK'
                   SET CP-PICKWORK-DONE TO TRUE
               WHEN 'PICKED'
                   SET CP-PICKED-DONE TO TRUE
               WHEN 'INVOICED'
                   SET CP-INVOICED-DONE TO TRUE
               WHEN 'INVWORK'
                   SET CP-INVWORK-DONE TO TRUE
               WHEN 'MOVEWORK'
                   SET CP-MOVEWORK-DONE TO TRUE
               WHEN 'MOVED'
                   SET CP-MOVED-DONE TO TRUE
           END-EVALUATE
           .

           CLOSE CHECKPOINT-FILE
           .

      * A feed that failed its check on a carry-forward run is
      * replaced by that warehouse's records from the prior dated
      * generation. A missing feed is never opened, and a feed
      * header record is not data.
       16-B100-INPUT-LOGIC.
           MOVE 1 TO FC-SUB
           IF FCF-IS-CARRIED (FC-SUB)
               PERFORM 797-RELEASE-CARRIED-FEED
           ELSE
               IF FCF-IS-PRESENT (FC-SUB)
                   OPEN INPUT UNSORTED-B100
                   PERFORM UNTIL NO-MORE-DATA
                       READ UNSORTED-B100
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               IF UNS-B100-WAREHOUSE-ID IS NOT EQUAL TO
                                       '**HD'
                                   PERFORM 20-B100-DATA-LOOP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ' ' TO EOF-FLAG
                   CLOSE UNSORTED-B100
               END-IF
           END-IF
           .
       
       17-B200-INPUT-LOGIC.
           MOVE 2 TO FC-SUB
           IF FCF-IS-CARRIED (FC-SUB)
               PERFORM 797-RELEASE-CARRIED-FEED
           ELSE
               IF FCF-IS-PRESENT (FC-SUB)
                   OPEN INPUT UNSORTED-B200
                   PERFORM UNTIL NO-MORE-DATA
                       READ UNSORTED-B200
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               IF UNS-B200-WAREHOUSE-ID IS NOT EQUAL TO
                                       '**HD'
                                   PERFORM 21-B200-DATA-LOOP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ' ' TO EOF-FLAG
                   CLOSE UNSORTED-B200
               END-IF
           END-IF
           .

       18-B300-INPUT-LOGIC.
           MOVE 3 TO FC-SUB
           IF FCF-IS-CARRIED (FC-SUB)
               PERFORM 797-RELEASE-CARRIED-FEED
           ELSE
               IF FCF-IS-PRESENT (FC-SUB)
                   OPEN INPUT UNSORTED-B300
                   PERFORM UNTIL NO-MORE-DATA
                       READ UNSORTED-B300
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               IF UNS-B300-WAREHOUSE-ID IS NOT EQUAL TO
                                       '**HD'
                                   PERFORM 22-B300-DATA-LOOP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ' ' TO EOF-FLAG
                   CLOSE UNSORTED-B300
               END-IF
           END-IF
           .

       19-B400-INPUT-LOGIC.
           MOVE 4 TO FC-SUB
           IF FCF-IS-CARRIED (FC-SUB)
               PERFORM 797-RELEASE-CARRIED-FEED
           ELSE
               IF FCF-IS-PRESENT (FC-SUB)
                   OPEN INPUT UNSORTED-B400
                   PERFORM UNTIL NO-MORE-DATA
                       READ UNSORTED-B400
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               IF UNS-B400-WAREHOUSE-ID IS NOT EQUAL TO
                                       '**HD'
                                   PERFORM 23-B400-DATA-LOOP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ' ' TO EOF-FLAG
                   CLOSE UNSORTED-B400
               END-IF
           END-IF
           .
       
       20-B100-DATA-LOOP.
               WRITE MARGIN-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE MARGIN-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO MG-SPACING
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-COLUMN-HEADER
               AFTER ADVANCING MG-SPACING
               WRITE DATA-QUALITY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE DATA-QUALITY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO DQ-SPACING
           WRITE DATA-QUALITY-REPORT-RECORD FROM DQ-COLUMN-HEADER
               AFTER ADVANCING DQ-SPACING
               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 4 TO CANDY-LINE-COUNT
       .

               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE HOLD-WAREHOUSE TO CURRENT-WAREHOUSE
           WRITE CANDY-REPORT-RECORD FROM WAREHOUSE-HEADER
               AFTER ADVANCING 2
               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE HOLD-WAREHOUSE TO CURRENT-WAREHOUSE
           WRITE CANDY-REPORT-RECORD FROM WAREHOUSE-HEADER
               AFTER ADVANCING 2
               WRITE REORDER-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE REORDER-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO RL-SPACING
           WRITE REORDER-REPORT-RECORD FROM REORDER-COLUMN-HEADER
               AFTER ADVANCING RL-SPACING
               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE CANDY-REPORT-RECORD FROM WAREHOUSE-HEADER
               AFTER ADVANCING PROPER-SPACING
           MOVE 6 TO CANDY-LINE-COUNT
           MOVE CURRENT-VENDOR TO RL-VENDOR
           MOVE HOLD-CANDY-ID TO RL-CANDY-ID
           MOVE TOTAL-CANDY-NAME TO RL-CANDY-NAME
           MOVE LT-AVAIL-STOCK TO RL-STOCK
           MOVE WS-EFFECTIVE-MIN TO RL-MIN
           MOVE WS-POLICY-LEAD TO RL-LEAD
           PERFORM 46-REORDER-PAGE-CHECK
               MOVE HOLD-VENDOR TO RC-VENDOR (RC-IDX)
               MOVE HOLD-CANDY-ID TO RC-CANDY (RC-IDX)
               MOVE TOTAL-CANDY-NAME TO RC-CANDY-NAME (RC-IDX)
               MOVE LT-AVAIL-STOCK TO RC-STOCK (RC-IDX)
      * Shortfall is measured to the order-up-to maximum, so the PO
      * buys the item back to its policy level instead of just
      * covering the gap below the minimum.
               SUBTRACT LT-AVAIL-STOCK FROM WS-EFFECTIVE-MAX
                   GIVING RC-SHORTFALL (RC-IDX)
           ELSE
               PERFORM 118-PO-EXTRACT-DIRECT
      * worked before transfers existed - an over-ordered candy
      * beats stock that silently never gets ordered.
       118-PO-EXTRACT-DIRECT.
           SUBTRACT LT-AVAIL-STOCK FROM WS-EFFECTIVE-MAX
               GIVING PO-WK-QTY
           MOVE HOLD-VENDOR TO PO-WK-VENDOR
           MOVE HOLD-CANDY-ID TO PO-WK-CANDY
           MOVE HOLD-WAREHOUSE TO WS-LOOKUP-POLICY-WH
           MOVE HOLD-CANDY-ID TO WS-LOOKUP-POLICY-CANDY
           PERFORM 13F-LOOKUP-POLICY
      * Cases on hold or in quarantine cannot be sold, so the reorder
      * test and the shortfall are worked on what is available.
           MOVE HOLD-WAREHOUSE TO LT-KEY-WAREHOUSE
           MOVE HOLD-VENDOR TO LT-KEY-VENDOR
           MOVE HOLD-CANDY-ID TO LT-KEY-CANDY
           PERFORM 769-SUM-HELD-CASES
           IF LT-HELD-CASES < TMP-CANDY-STOCK-TOTAL
               SUBTRACT LT-HELD-CASES FROM TMP-CANDY-STOCK-TOTAL
                   GIVING LT-AVAIL-STOCK
           ELSE
               MOVE ZERO TO LT-AVAIL-STOCK
           END-IF
           IF LT-AVAIL-STOCK < WS-EFFECTIVE-MIN
               PERFORM 115-PRINT-REORDER-LINE
           END-IF


           PERFORM 770-EXPIRY-REPORT

           PERFORM 775-RECALL-TRACE-REPORT

           PERFORM 778-DISPOSAL-SUMMARY

           PERFORM 470-MOVEMENT-REPORT

           PERFORM 480-ABC-CLASSIFICATION

           PERFORM 400-TREND-REPORT

           PERFORM 450-VENDOR-SCORECARD

      * A rejected transaction batch gets the warning-level return
      * code: the run's own accounting still balances, but someone
      * has to chase the warehouse whose batch bounced. An
      * unbalanced GL journal is as serious as an unbalanced run -
      * accounting must not load it - and postings refused for a
      * closed month are left waiting on the transaction file. A
      * warehouse carried forward from an older generation is a
      * warning too: its figures on every report are not today's.
           EVALUATE TRUE
               WHEN RUN-OUT-OF-BALANCE
                   MOVE 16 TO RETURN-CODE
               WHEN GL-OUT-OF-BALANCE
                   MOVE 16 TO RETURN-CODE
               WHEN BC-BATCHES-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN POSTING-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN FC-CARRIED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO CANDY-LINE-COUNT
           MOVE 2 TO PROPER-SPACING

                   AFTER ADVANCING PAGE
               WRITE CANDY-REPORT-RECORD FROM PAGE-NUMBER-LINE
                   AFTER ADVANCING 1
               PERFORM VARYING CB-SUB FROM 1 BY 1
                       UNTIL CB-SUB > CB-COUNT
                   WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                       AFTER ADVANCING 1
               END-PERFORM
               WRITE CANDY-REPORT-RECORD FROM EXCEPTION-COLUMN-HEADER
                   AFTER ADVANCING 2
               MOVE 4 TO CANDY-LINE-COUNT
               WRITE CANDY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE CANDY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO CANDY-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           WRITE CANDY-REPORT-RECORD FROM RUN-CONTROL-COLUMN-HEADER
           WRITE CANDY-REPORT-RECORD FROM RUN-CONTROL-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

      * Carried-forward groups are inside the feed counts above;
      * this says how many of them were not this morning's.
           IF FC-CARRIED-COUNT > ZERO
               MOVE 'RECORDS CARRIED FORWARD:' TO RN-SUM-LABEL
               MOVE FC-CARRY-RECORDS TO RN-SUM-COUNT
               MOVE SPACES TO RN-SUM-FLAG
               WRITE CANDY-REPORT-RECORD FROM RUN-CONTROL-SUMMARY-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF

           MOVE 2 TO PROPER-SPACING
           EVALUATE TRUE
               WHEN RUN-MODE-REPRINT
                       AFTER ADVANCING PAGE
                   WRITE MARGIN-REPORT-RECORD FROM PAGE-NUMBER-LINE
                       AFTER ADVANCING 1
                   PERFORM VARYING CB-SUB FROM 1 BY 1
                           UNTIL CB-SUB > CB-COUNT
                       WRITE MARGIN-REPORT-RECORD FROM CB-LINE (CB-SUB)
                           AFTER ADVANCING 1
                   END-PERFORM
                   MOVE 2 TO MG-LINE-COUNT
               END-IF
               MOVE 2 TO MG-SPACING
               WRITE VENDOR-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE VENDOR-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO VC-SPACING
           WRITE VENDOR-REPORT-RECORD FROM VC-COLUMN-HEADER
               AFTER ADVANCING VC-SPACING
               WRITE VENDOR-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE VENDOR-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE VENDOR-REPORT-RECORD FROM VC-VENDOR-HEADER
               AFTER ADVANCING 2
           MOVE VC-HOLD-CANDY-ID TO VC-CURRENT-CANDY
               WRITE VENDOR-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE VENDOR-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE VENDOR-REPORT-RECORD FROM VC-VENDOR-HEADER
               AFTER ADVANCING 2
           WRITE VENDOR-REPORT-RECORD FROM VC-COLUMN-HEADER
               WRITE TRANSFER-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE TRANSFER-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO TA-SPACING
           WRITE TRANSFER-REPORT-RECORD FROM TRANSFER-COLUMN-HEADER
               AFTER ADVANCING TA-SPACING
      * from warehouses holding more than the reorder threshold; the
      * recommendation is printed and the shortfall worked down so
      * 360-PO-EXTRACT-FINAL only buys what we truly do not own.
      * Cases on hold or in quarantine at the sending warehouse are
      * not counted toward its surplus - they cannot be shipped.
       350-TRANSFER-ANALYSIS.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RC-CANDIDATE-COUNT
                       AND TA-WH-ID (TA-SUB) IS NOT EQUAL TO
                           RC-WAREHOUSE (RC-IDX)
                       AND TA-WH-STOCK (TA-SUB) > WS-REORDER-THRESHOLD
                   MOVE TA-WH-ID (TA-SUB) TO LT-KEY-WAREHOUSE
                   MOVE VC-HOLD-VENDOR TO LT-KEY-VENDOR
                   MOVE VC-HOLD-CANDY-ID TO LT-KEY-CANDY
                   PERFORM 769-SUM-HELD-CASES
                   SUBTRACT LT-HELD-CASES WS-REORDER-THRESHOLD
                       FROM TA-WH-STOCK (TA-SUB)
                       GIVING TA-AVAILABLE
                   IF TA-AVAILABLE > ZERO
                       IF TA-AVAILABLE > RC-SHORTFALL (RC-IDX)
                           MOVE RC-SHORTFALL (RC-IDX) TO TA-XFER-QTY
                       ELSE
                           MOVE TA-AVAILABLE TO TA-XFER-QTY
                       END-IF
                       PERFORM 356-PRINT-TRANSFER-LINE
                       SUBTRACT TA-XFER-QTY FROM RC-SHORTFALL (RC-IDX)
                       SUBTRACT TA-XFER-QTY FROM TA-WH-STOCK (TA-SUB)
                   END-IF
               END-IF
           END-PERFORM
       .
               WRITE TREND-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE TREND-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO TR-LINE-COUNT
           MOVE 2 TO TR-SPACING
           PERFORM 410-PRINT-TREND-DATES
                   AFTER ADVANCING PAGE
               WRITE TREND-REPORT-RECORD FROM PAGE-NUMBER-LINE
                   AFTER ADVANCING 1
               PERFORM VARYING CB-SUB FROM 1 BY 1
                       UNTIL CB-SUB > CB-COUNT
                   WRITE TREND-REPORT-RECORD FROM CB-LINE (CB-SUB)
                       AFTER ADVANCING 1
               END-PERFORM
               WRITE TREND-REPORT-RECORD FROM TREND-COLUMN-HEADER
                   AFTER ADVANCING 2
               MOVE 4 TO TR-LINE-COUNT
               WRITE SCORECARD-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE SCORECARD-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM

           MOVE VT-VENDOR-ID (SC-SUB) TO SC-VENDOR-ID
           MOVE VT-VENDOR-NAME (SC-SUB) TO SC-VENDOR-NAME
           END-IF
           .

      **** ITEM MOVEMENT ANALYSIS ****
      * Walks the movement history, sorted into master key order,
      * against the merged master once. For every candy the
      * shipments over the last 30, 60 and 90 days give an average
      * daily rate, and the stock on hand over that rate gives days
      * of supply - the 30-day rate when the candy shipped in that
      * window, the 90-day rate otherwise. Stock on hand that has
      * not shipped in the slow or dead day counts is flagged with
      * the cost tied up in it. A candy with no shipment anywhere
      * in the history is judged on how many days the history
      * covers, so a newly started history flags nothing at all.
      * The statistics are saved to MOVEMENT-STATS.txt for
      * CS370INQUIRY, except on a reprint. An ASOF reprint measures
      * from the as-of date and ignores anything posted after it.
       470-MOVEMENT-REPORT.
           IF RUN-MODE-ASOF
               MOVE WS-ASOF-DATE TO MA-REF-DATE
           ELSE
               MOVE WS-RUN-DATE-KEY TO MA-REF-DATE
           END-IF
           MOVE MA-REF-DATE TO OP-DATE-WORK
           PERFORM 750-COMPUTE-DAY-SERIAL
           MOVE OP-SERIAL TO MA-REF-SERIAL

           PERFORM 471-MEASURE-HISTORY
           IF MA-HISTORY-COUNT > ZERO
               SORT MOVEMENT-SORT-FILE
                   ON ASCENDING KEY MSORT-WAREHOUSE-ID
                   ON ASCENDING KEY MSORT-VENDOR-ID
                   ON ASCENDING KEY MSORT-CANDY-ID
                   ON ASCENDING KEY MSORT-POST-DATE
                   WITH DUPLICATES IN ORDER
                   USING MOVEMENT-HISTORY-FILE
                   GIVING MOVEMENT-SORTED-FILE
               OPEN INPUT MOVEMENT-SORTED-FILE
               MOVE ' ' TO MA-HISTORY-EOF
               PERFORM 473-READ-MOVEMENT
           ELSE
               MOVE 'N' TO MA-HISTORY-EOF
           END-IF

           OPEN INPUT  MERGED-SORTED-FILE
                OUTPUT MOVEMENT-REPORT-FILE
           IF NOT RUN-MODE-REPRINT
               OPEN OUTPUT MOVEMENT-STATS-FILE
           END-IF
           PERFORM 479-MOVEMENT-PAGE-HEADER
           IF MA-HISTORY-COUNT IS EQUAL TO ZERO
               MOVE 2 TO MA-SPACING
               WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-NONE-LINE
                   AFTER ADVANCING MA-SPACING
               ADD MA-SPACING TO MA-LINE-COUNT
           END-IF

           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 472-ANALYZE-ONE-ITEM
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG

           PERFORM 477-MOVEMENT-TOTALS

           CLOSE MERGED-SORTED-FILE
                 MOVEMENT-REPORT-FILE
           IF NOT RUN-MODE-REPRINT
               CLOSE MOVEMENT-STATS-FILE
           END-IF
           IF MA-HISTORY-COUNT > ZERO
               CLOSE MOVEMENT-SORTED-FILE
           END-IF
           .

      * Counts the history and finds its oldest posting date, which
      * tells how many days a candy that never shipped has really
      * been idle for.
       471-MEASURE-HISTORY.
           MOVE ZERO TO MA-HISTORY-COUNT
           MOVE ZERO TO MA-COVER-DAYS
           MOVE MA-REF-SERIAL TO MA-OLDEST-SERIAL
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF WS-MOVEMENT-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ MOVEMENT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO MA-HISTORY-COUNT
                           IF MH-POST-DATE IS NUMERIC
                               MOVE MH-POST-DATE TO OP-DATE-WORK
                               PERFORM 750-COMPUTE-DAY-SERIAL
                               IF OP-SERIAL < MA-OLDEST-SERIAL
                                   MOVE OP-SERIAL TO MA-OLDEST-SERIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE MOVEMENT-HISTORY-FILE
               SUBTRACT MA-OLDEST-SERIAL FROM MA-REF-SERIAL
                   GIVING MA-COVER-DAYS
           END-IF
           .

       472-ANALYZE-ONE-ITEM.
           MOVE WAREHOUSE-ID-IN TO MA-MK-WAREHOUSE
           MOVE VENDOR-ID-IN TO MA-MK-VENDOR
           MOVE CANDY-ID-IN TO MA-MK-CANDY
           ADD 1 TO MA-ITEM-COUNT
           MOVE ZERO TO MA-STOCK
           MOVE ZERO TO MA-ITEM-COST
           MOVE ZERO TO MA-SHIP-30
           MOVE ZERO TO MA-SHIP-60
           MOVE ZERO TO MA-SHIP-90
           MOVE ZERO TO MA-LAST-SHIP-SERIAL
           MOVE SPACES TO MA-FLAG
           PERFORM VARYING MA-ENTRY-SUB FROM 1 BY 1
                   UNTIL MA-ENTRY-SUB > CANDY-ENTRY-COUNT
               IF CANDY-STOCK-IN (MA-ENTRY-SUB) IS NUMERIC
                       AND CANDY-STOCK-IN (MA-ENTRY-SUB) > ZERO
                   ADD CANDY-STOCK-IN (MA-ENTRY-SUB) TO MA-STOCK
                   IF PURCHASE-PRICE-IN (MA-ENTRY-SUB) IS NUMERIC
                           AND PURCHASE-PRICE-IN (MA-ENTRY-SUB) > ZERO
                       MULTIPLY CANDY-STOCK-IN (MA-ENTRY-SUB)
                           BY PURCHASE-PRICE-IN (MA-ENTRY-SUB)
                           GIVING MA-EXT-COST
                       ADD MA-EXT-COST TO MA-ITEM-COST
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 473-READ-MOVEMENT
               UNTIL MA-HISTORY-DONE
                  OR MA-HISTORY-KEY NOT < MA-MASTER-KEY
           PERFORM 474-COUNT-ONE-MOVEMENT
               UNTIL MA-HISTORY-DONE
                  OR MA-HISTORY-KEY IS NOT EQUAL TO MA-MASTER-KEY

           PERFORM 475-COMPUTE-SUPPLY
           PERFORM 476-PRINT-MOVEMENT-LINE
           IF NOT RUN-MODE-REPRINT
               PERFORM 478-WRITE-MOVEMENT-STATS
           END-IF
           .

       473-READ-MOVEMENT.
           READ MOVEMENT-SORTED-FILE
               AT END
                   MOVE 'N' TO MA-HISTORY-EOF
               NOT AT END
                   MOVE MV-WAREHOUSE-ID TO MA-HK-WAREHOUSE
                   MOVE MV-VENDOR-ID TO MA-HK-VENDOR
                   MOVE MV-CANDY-ID TO MA-HK-CANDY
           END-READ
           .

      * Only shipments measure demand; receipts and count
      * adjustments are in the history for the audit trail. The day
      * of the run counts as day one of each window.
       474-COUNT-ONE-MOVEMENT.
           IF MV-SHIPMENT
                   AND MV-POST-DATE IS NUMERIC
                   AND MV-TRAN-QTY IS NUMERIC
               MOVE MV-POST-DATE TO OP-DATE-WORK
               PERFORM 750-COMPUTE-DAY-SERIAL
               SUBTRACT OP-SERIAL FROM MA-REF-SERIAL
                   GIVING MA-AGE-DAYS
               IF MA-AGE-DAYS NOT < ZERO
                   IF OP-SERIAL > MA-LAST-SHIP-SERIAL
                       MOVE OP-SERIAL TO MA-LAST-SHIP-SERIAL
                   END-IF
                   IF MA-AGE-DAYS < 30
                       ADD MV-TRAN-QTY TO MA-SHIP-30
                   END-IF
                   IF MA-AGE-DAYS < 60
                       ADD MV-TRAN-QTY TO MA-SHIP-60
                   END-IF
                   IF MA-AGE-DAYS < 90
                       ADD MV-TRAN-QTY TO MA-SHIP-90
                   END-IF
               END-IF
           END-IF
           PERFORM 473-READ-MOVEMENT
           .

       475-COMPUTE-SUPPLY.
           DIVIDE 30 INTO MA-SHIP-30 GIVING MA-AVG-30 ROUNDED
           DIVIDE 60 INTO MA-SHIP-60 GIVING MA-AVG-60 ROUNDED
           DIVIDE 90 INTO MA-SHIP-90 GIVING MA-AVG-90 ROUNDED
           EVALUATE TRUE
               WHEN MA-AVG-30 > ZERO
                   DIVIDE MA-AVG-30 INTO MA-STOCK
                       GIVING MA-DAYS-SUPPLY
                       ON SIZE ERROR
                           MOVE 99998 TO MA-DAYS-SUPPLY
                   END-DIVIDE
               WHEN MA-AVG-90 > ZERO
                   DIVIDE MA-AVG-90 INTO MA-STOCK
                       GIVING MA-DAYS-SUPPLY
                       ON SIZE ERROR
                           MOVE 99998 TO MA-DAYS-SUPPLY
                   END-DIVIDE
               WHEN OTHER
                   SET MA-NO-DEMAND TO TRUE
           END-EVALUATE

           IF MA-LAST-SHIP-SERIAL > ZERO
               SUBTRACT MA-LAST-SHIP-SERIAL FROM MA-REF-SERIAL
                   GIVING MA-IDLE-DAYS
               MOVE MA-IDLE-DAYS TO MA-AGE-DAYS
           ELSE
               SET MA-NEVER-SHIPPED TO TRUE
               MOVE MA-COVER-DAYS TO MA-AGE-DAYS
           END-IF

           IF MA-STOCK > ZERO
               EVALUATE TRUE
                   WHEN MA-AGE-DAYS NOT < MA-DEAD-DAYS
                       SET MA-ITEM-DEAD TO TRUE
                       ADD 1 TO MA-DEAD-COUNT
                       ADD MA-ITEM-COST TO MA-DEAD-COST
                   WHEN MA-AGE-DAYS NOT < MA-SLOW-DAYS
                       SET MA-ITEM-SLOW TO TRUE
                       ADD 1 TO MA-SLOW-COUNT
                       ADD MA-ITEM-COST TO MA-SLOW-COST
               END-EVALUATE
           END-IF
           .

       476-PRINT-MOVEMENT-LINE.
           MOVE SPACES TO MOVEMENT-DETAIL-LINE
           MOVE MA-MK-WAREHOUSE TO MA-DL-WAREHOUSE
           MOVE MA-MK-VENDOR TO MA-DL-VENDOR
           MOVE MA-MK-CANDY TO MA-DL-CANDY
           MOVE MA-STOCK TO MA-DL-STOCK
           MOVE MA-AVG-30 TO MA-DL-AVG-30
           MOVE MA-AVG-60 TO MA-DL-AVG-60
           MOVE MA-AVG-90 TO MA-DL-AVG-90
           IF MA-NO-DEMAND
               MOVE 'NONE' TO MA-DL-SUPPLY
           ELSE
               MOVE MA-DAYS-SUPPLY TO MA-SUPPLY-EDIT
               MOVE MA-SUPPLY-EDIT TO MA-DL-SUPPLY
           END-IF
           IF MA-NEVER-SHIPPED
               MOVE 'NONE' TO MA-DL-IDLE
           ELSE
               MOVE MA-IDLE-DAYS TO MA-IDLE-EDIT
               MOVE MA-IDLE-EDIT TO MA-DL-IDLE
           END-IF
           MOVE MA-FLAG TO MA-DL-FLAG
           IF MA-ITEM-SLOW OR MA-ITEM-DEAD
               MOVE MA-ITEM-COST TO MA-DL-COST
           ELSE
               MOVE ZERO TO MA-DL-COST
           END-IF
           PERFORM 479B-MOVEMENT-PAGE-CHECK
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-DETAIL-LINE
               AFTER ADVANCING MA-SPACING
           ADD MA-SPACING TO MA-LINE-COUNT
           MOVE 1 TO MA-SPACING
           .

       477-MOVEMENT-TOTALS.
           MOVE 'CANDIES ANALYZED:' TO MA-SUM-LABEL
           MOVE MA-ITEM-COUNT TO MA-SUM-COUNT
           MOVE ZERO TO MA-SUM-AMOUNT
           MOVE 3 TO MA-SPACING
           PERFORM 479B-MOVEMENT-PAGE-CHECK
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-SUMMARY-LINE
               AFTER ADVANCING MA-SPACING
           MOVE 'SLOW MOVING:' TO MA-SUM-LABEL
           MOVE MA-SLOW-COUNT TO MA-SUM-COUNT
           MOVE MA-SLOW-COST TO MA-SUM-AMOUNT
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-SUMMARY-LINE
               AFTER ADVANCING 1
           MOVE 'DEAD STOCK:' TO MA-SUM-LABEL
           MOVE MA-DEAD-COUNT TO MA-SUM-COUNT
           MOVE MA-DEAD-COST TO MA-SUM-AMOUNT
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-SUMMARY-LINE
               AFTER ADVANCING 1
           MOVE MA-SLOW-DAYS TO MA-LL-SLOW
           MOVE MA-DEAD-DAYS TO MA-LL-DEAD
           MOVE MA-HISTORY-DAYS TO MA-LL-HISTORY
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-LIMITS-LINE
               AFTER ADVANCING 2
           MOVE 1 TO MA-SPACING
           .

       478-WRITE-MOVEMENT-STATS.
           MOVE SPACES TO MOVEMENT-STATS-RECORD
           MOVE MA-MK-WAREHOUSE TO MS-WAREHOUSE-ID
           MOVE MA-MK-VENDOR TO MS-VENDOR-ID
           MOVE MA-MK-CANDY TO MS-CANDY-ID
           MOVE MA-REF-DATE TO MS-ASOF-DATE
           MOVE MA-STOCK TO MS-STOCK
           MOVE MA-SHIP-30 TO MS-SHIP-30
           MOVE MA-SHIP-60 TO MS-SHIP-60
           MOVE MA-SHIP-90 TO MS-SHIP-90
           MOVE MA-AVG-30 TO MS-AVG-30
           MOVE MA-AVG-60 TO MS-AVG-60
           MOVE MA-AVG-90 TO MS-AVG-90
           MOVE MA-DAYS-SUPPLY TO MS-DAYS-SUPPLY
           MOVE MA-IDLE-DAYS TO MS-IDLE-DAYS
           MOVE MA-FLAG TO MS-FLAG
           MOVE MA-ITEM-COST TO MS-TIED-COST
           WRITE MOVEMENT-STATS-RECORD
           .

       479-MOVEMENT-PAGE-HEADER.
           ADD 1 TO MA-PAGE-NO
           MOVE MA-PAGE-NO TO PN-PAGE-NO
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-HEADING
               AFTER ADVANCING PAGE
           WRITE MOVEMENT-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           MOVE 4 TO MA-LINE-COUNT
           IF RUN-MODE-ASOF
               WRITE MOVEMENT-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
               ADD 1 TO MA-LINE-COUNT
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE MOVEMENT-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           ADD CB-COUNT TO MA-LINE-COUNT
           MOVE 2 TO MA-SPACING
           WRITE MOVEMENT-REPORT-RECORD FROM MOVEMENT-COLUMN-HEADER
               AFTER ADVANCING MA-SPACING
           MOVE 1 TO MA-SPACING
           .

       479B-MOVEMENT-PAGE-CHECK.
           IF MA-LINE-COUNT + MA-SPACING > WS-OVERFLOW-POINT
               PERFORM 479-MOVEMENT-PAGE-HEADER
           END-IF
           .
      **** ABC CLASSIFICATION ****
      * Ranks the posted master by extended cost, highest first, and
      * classes each candy on the cumulative value ahead of it. The
      * ranked pass prints the analysis and writes the classes to a
      * work file, which a second sort puts back into master key
      * order as ABC-CLASSES.txt. A reprint prints the analysis
      * again but leaves the class file alone.
       480-ABC-CLASSIFICATION.
           MOVE ZERO TO AB-TOTAL-VALUE
           MOVE ZERO TO AB-TOTAL-ITEMS
           SORT ABC-SORT-FILE
               ON DESCENDING KEY ASORT-EXT-COST
               ON ASCENDING KEY ASORT-WAREHOUSE-ID
               ON ASCENDING KEY ASORT-VENDOR-ID
               ON ASCENDING KEY ASORT-CANDY-ID
               INPUT PROCEDURE IS 481-RELEASE-ABC-ITEMS
               GIVING ABC-RANKED-FILE

           MULTIPLY AB-TOTAL-VALUE BY AB-A-PCT GIVING AB-WORK-AMT
           DIVIDE 100 INTO AB-WORK-AMT GIVING AB-A-LIMIT ROUNDED
           MULTIPLY AB-TOTAL-VALUE BY AB-B-PCT GIVING AB-WORK-AMT
           DIVIDE 100 INTO AB-WORK-AMT GIVING AB-B-LIMIT ROUNDED
           MOVE ZERO TO AB-CUM-VALUE
           MOVE ZERO TO AB-RANK
           PERFORM VARYING AB-CLASS-SUB FROM 1 BY 1
                   UNTIL AB-CLASS-SUB > 3
               MOVE ZERO TO ABT-COUNT (AB-CLASS-SUB)
               MOVE ZERO TO ABT-VALUE (AB-CLASS-SUB)
           END-PERFORM

           OPEN INPUT  ABC-RANKED-FILE
                OUTPUT ABC-WORK-FILE
                OUTPUT ABC-REPORT-FILE
           PERFORM 489-ABC-PAGE-HEADER
           IF AB-TOTAL-ITEMS IS EQUAL TO ZERO
               MOVE 2 TO AB-SPACING
               WRITE ABC-REPORT-RECORD FROM ABC-NONE-LINE
                   AFTER ADVANCING AB-SPACING
           ELSE
               MOVE ' ' TO AB-RANKED-EOF
               PERFORM UNTIL AB-RANKED-DONE
                   READ ABC-RANKED-FILE
                       AT END
                           MOVE 'N' TO AB-RANKED-EOF
                       NOT AT END
                           PERFORM 483-CLASS-ONE-ITEM
                   END-READ
               END-PERFORM
               PERFORM 486-ABC-SUMMARY
           END-IF
           CLOSE ABC-RANKED-FILE
                 ABC-WORK-FILE
                 ABC-REPORT-FILE

           IF NOT RUN-MODE-REPRINT
               SORT ABC-SORT-FILE
                   ON ASCENDING KEY ASORT-WAREHOUSE-ID
                   ON ASCENDING KEY ASORT-VENDOR-ID
                   ON ASCENDING KEY ASORT-CANDY-ID
                   USING ABC-WORK-FILE
                   GIVING ABC-CLASS-FILE
           END-IF
           .

      * Values every master group at stock times purchase price
      * across its candy entries, the same extended cost the
      * inventory report prints, and releases it for ranking.
       481-RELEASE-ABC-ITEMS.
           OPEN INPUT MERGED-SORTED-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 482-VALUE-ONE-ITEM
                       RELEASE ABC-SORT-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE MERGED-SORTED-FILE
           .

       482-VALUE-ONE-ITEM.
           MOVE ZERO TO AB-EXT-COST
           MOVE ZERO TO AB-STOCK
           PERFORM VARYING AB-ENTRY-SUB FROM 1 BY 1
                   UNTIL AB-ENTRY-SUB > CANDY-ENTRY-COUNT
               IF CANDY-STOCK-IN (AB-ENTRY-SUB) IS NUMERIC
                       AND CANDY-STOCK-IN (AB-ENTRY-SUB) > ZERO
                   ADD CANDY-STOCK-IN (AB-ENTRY-SUB) TO AB-STOCK
                   IF PURCHASE-PRICE-IN (AB-ENTRY-SUB) IS NUMERIC
                           AND PURCHASE-PRICE-IN (AB-ENTRY-SUB) > ZERO
                       MULTIPLY CANDY-STOCK-IN (AB-ENTRY-SUB)
                           BY PURCHASE-PRICE-IN (AB-ENTRY-SUB)
                           GIVING AB-WORK-COST
                       ADD AB-WORK-COST TO AB-EXT-COST
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ABC-SORT-RECORD
           MOVE WAREHOUSE-ID-IN TO ASORT-WAREHOUSE-ID
           MOVE VENDOR-ID-IN TO ASORT-VENDOR-ID
           MOVE CANDY-ID-IN TO ASORT-CANDY-ID
           MOVE ZERO TO ASORT-RANK
           MOVE AB-EXT-COST TO ASORT-EXT-COST
           MOVE AB-STOCK TO ASORT-STOCK
           ADD AB-EXT-COST TO AB-TOTAL-VALUE
           ADD 1 TO AB-TOTAL-ITEMS
           .

      * An item with no value at all - out of stock or unpriced -
      * is a C whatever the cut-offs say.
       483-CLASS-ONE-ITEM.
           ADD 1 TO AB-RANK
           EVALUATE TRUE
               WHEN AR-EXT-COST IS EQUAL TO ZERO
                   MOVE 3 TO AB-CLASS-SUB
               WHEN AB-CUM-VALUE < AB-A-LIMIT
                   MOVE 1 TO AB-CLASS-SUB
               WHEN AB-CUM-VALUE < AB-B-LIMIT
                   MOVE 2 TO AB-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO AB-CLASS-SUB
           END-EVALUATE
           ADD AR-EXT-COST TO AB-CUM-VALUE
           MOVE AB-CLASS-LETTERS (AB-CLASS-SUB:1) TO AR-CLASS
           MOVE AB-RANK TO AR-RANK
           ADD 1 TO ABT-COUNT (AB-CLASS-SUB)
           ADD AR-EXT-COST TO ABT-VALUE (AB-CLASS-SUB)
           WRITE ABC-WORK-RECORD FROM ABC-RANKED-RECORD

           IF AB-TOTAL-VALUE > ZERO
               MULTIPLY AB-CUM-VALUE BY 100 GIVING AB-WORK-AMT
               DIVIDE AB-TOTAL-VALUE INTO AB-WORK-AMT
                   GIVING AB-CUM-PCT ROUNDED
           ELSE
               MOVE ZERO TO AB-CUM-PCT
           END-IF
           MOVE AR-RANK TO AB-DL-RANK
           MOVE AR-WAREHOUSE-ID TO AB-DL-WAREHOUSE
           MOVE AR-VENDOR-ID TO AB-DL-VENDOR
           MOVE AR-CANDY-ID TO AB-DL-CANDY
           MOVE AR-STOCK TO AB-DL-STOCK
           MOVE AR-EXT-COST TO AB-DL-EXT-COST
           MOVE AB-CUM-PCT TO AB-DL-CUM-PCT
           MOVE AR-CLASS TO AB-DL-CLASS
           PERFORM 489B-ABC-PAGE-CHECK
           WRITE ABC-REPORT-RECORD FROM ABC-DETAIL-LINE
               AFTER ADVANCING AB-SPACING
           ADD AB-SPACING TO AB-LINE-COUNT
           MOVE 1 TO AB-SPACING
           .

       486-ABC-SUMMARY.
           MOVE 3 TO AB-SPACING
           PERFORM 489B-ABC-PAGE-CHECK
           WRITE ABC-REPORT-RECORD FROM ABC-SUMMARY-HEADER
               AFTER ADVANCING AB-SPACING
           ADD AB-SPACING TO AB-LINE-COUNT
           MOVE 1 TO AB-SPACING
           PERFORM VARYING AB-CLASS-SUB FROM 1 BY 1
                   UNTIL AB-CLASS-SUB > 3
               MOVE SPACES TO AB-SL-CLASS
               MOVE AB-CLASS-LETTERS (AB-CLASS-SUB:1) TO AB-SL-CLASS
               MOVE ABT-COUNT (AB-CLASS-SUB) TO AB-SL-COUNT
               MULTIPLY ABT-COUNT (AB-CLASS-SUB) BY 100
                   GIVING AB-WORK-AMT
               DIVIDE AB-TOTAL-ITEMS INTO AB-WORK-AMT
                   GIVING AB-WORK-PCT ROUNDED
               MOVE AB-WORK-PCT TO AB-SL-ITEM-PCT
               MOVE ABT-VALUE (AB-CLASS-SUB) TO AB-SL-VALUE
               IF AB-TOTAL-VALUE > ZERO
                   MULTIPLY ABT-VALUE (AB-CLASS-SUB) BY 100
                       GIVING AB-WORK-AMT
                   DIVIDE AB-TOTAL-VALUE INTO AB-WORK-AMT
                       GIVING AB-WORK-PCT ROUNDED
               ELSE
                   MOVE ZERO TO AB-WORK-PCT
               END-IF
               MOVE AB-WORK-PCT TO AB-SL-VALUE-PCT
               WRITE ABC-REPORT-RECORD FROM ABC-SUMMARY-LINE
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 'TOTAL' TO AB-SL-CLASS
           MOVE AB-TOTAL-ITEMS TO AB-SL-COUNT
           MOVE 100 TO AB-SL-ITEM-PCT
           MOVE AB-TOTAL-VALUE TO AB-SL-VALUE
           MOVE 100 TO AB-SL-VALUE-PCT
           WRITE ABC-REPORT-RECORD FROM ABC-SUMMARY-LINE
               AFTER ADVANCING 2
           .

       489-ABC-PAGE-HEADER.
           ADD 1 TO AB-PAGE-NO
           MOVE AB-PAGE-NO TO PN-PAGE-NO
           WRITE ABC-REPORT-RECORD FROM ABC-HEADING
               AFTER ADVANCING PAGE
           WRITE ABC-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           MOVE 4 TO AB-LINE-COUNT
           IF RUN-MODE-ASOF
               WRITE ABC-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
               ADD 1 TO AB-LINE-COUNT
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE ABC-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           ADD CB-COUNT TO AB-LINE-COUNT
           MOVE AB-A-PCT TO AB-CL-A-PCT
           MOVE AB-B-PCT TO AB-CL-B-PCT
           WRITE ABC-REPORT-RECORD FROM ABC-CUTOFF-LINE
               AFTER ADVANCING 1
           ADD 1 TO AB-LINE-COUNT
           MOVE 2 TO AB-SPACING
           WRITE ABC-REPORT-RECORD FROM ABC-COLUMN-HEADER
               AFTER ADVANCING AB-SPACING
           MOVE 1 TO AB-SPACING
           .

       489B-ABC-PAGE-CHECK.
           IF AB-LINE-COUNT + AB-SPACING > WS-OVERFLOW-POINT
               PERFORM 489-ABC-PAGE-HEADER
           END-IF
           .
      **** DAILY TRANSACTION POSTING ****
      * Applies the day's receipts, shipments, and adjustments to the
      * freshly merged master before any report reads it. The
      * snapshot-only runs behave exactly as before. The POSTED
      * checkpoint mark keeps a restart of an interrupted run from
      * applying the day's receipts and shipments a second time.
      * Nothing posts into a month that has been closed: the
      * transactions stay on file untouched and the run ends with a
      * warning code so they are dealt with before the next run.
       500-POST-TRANSACTIONS.
           IF NOT CP-POSTED-DONE
               IF POSTING-PERIOD-CLOSED
                   PERFORM 852-REFUSE-POSTING
               ELSE
                   PERFORM 505-RUN-POSTING
               END-IF
           END-IF
           .

      * half-copied master.
       505-RUN-POSTING.
           IF CP-UPDATED-DONE
               PERFORM 565-ROLL-MOVEMENT-HISTORY
               PERFORM 560-REFRESH-MERGED-MASTER
               MOVE 'POSTED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
               PERFORM 510-APPLY-TRANSACTIONS
               MOVE 'UPDATED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
               PERFORM 565-ROLL-MOVEMENT-HISTORY
               PERFORM 560-REFRESH-MERGED-MASTER
               MOVE 'POSTED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
                OUTPUT UPDATED-MASTER-FILE
                OUTPUT POSTING-REGISTER-FILE
                OUTPUT WRITEOFF-REPORT-FILE
                OUTPUT GL-JOURNAL-FILE
                OUTPUT MOVEMENT-DAY-FILE

      * Posting runs ahead of 30-HSKPING-ROUTINE, so the run date
      * the suspense records carry is accepted here.
           END-IF

           PERFORM 545-POSTING-TOTALS
           PERFORM 577-CLOSE-JOURNAL

           IF SP-WRITEOFF-COUNT IS EQUAL TO ZERO
               MOVE 2 TO PST-SPACING
                 UPDATED-MASTER-FILE
                 POSTING-REGISTER-FILE
                 WRITEOFF-REPORT-FILE
                 GL-JOURNAL-FILE
                 MOVEMENT-DAY-FILE
           .

       512-POSTING-PAGE-HEADER.
           WRITE POSTING-REGISTER-RECORD FROM POSTING-HEADING
               AFTER ADVANCING PAGE
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE POSTING-REGISTER-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO PST-SPACING
           WRITE POSTING-REGISTER-RECORD FROM POSTING-COLUMN-HEADER
               AFTER ADVANCING PST-SPACING
       514-WRITEOFF-PAGE-HEADER.
           WRITE WRITEOFF-REPORT-RECORD FROM WRITEOFF-HEADING
               AFTER ADVANCING PAGE
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE WRITEOFF-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE WRITEOFF-REPORT-RECORD FROM WRITEOFF-COLUMN-HEADER
               AFTER ADVANCING 2
           .
      * A transaction always posts against the first candy entry of
      * its group, which is the entry the warehouses key the running
      * stock position into. R adds, S relieves, A replaces the
      * count outright (a physical-count correction), D disposes of
      * spoiled, damaged or recalled cases. A shipment or disposal
      * for more than is on hand is floored at zero and flagged -
      * the report pictures downstream are unsigned, so letting the
      * stock go negative would print the shortage as if it were
      * stock on hand. A disposal without a valid reason code is
      * refused to suspense.
       530-APPLY-ONE-TRAN.
           IF (ST-RECEIPT OR ST-SHIPMENT OR ST-ADJUSTMENT
                   OR (ST-DISPOSAL AND DSP-VALID-REASON))
                   AND ST-TRAN-QTY IS NUMERIC
                   AND CANDY-STOCK-IN (1) IS NUMERIC
               MOVE CANDY-STOCK-IN (1) TO PST-OLD-STOCK
                       PERFORM 764-RELIEVE-LOTS
                   WHEN ST-ADJUSTMENT
                       MOVE ST-TRAN-QTY TO CANDY-STOCK-IN (1)
                   WHEN ST-DISPOSAL
                       IF ST-TRAN-QTY > CANDY-STOCK-IN (1)
                           PERFORM 534-FLOOR-SHORT-DISPOSAL
                       ELSE
                           SUBTRACT ST-TRAN-QTY FROM CANDY-STOCK-IN (1)
                       END-IF
                       PERFORM 767-RELIEVE-DISPOSAL
               END-EVALUATE
               PERFORM 570-JOURNAL-POSTED-TRAN
               PERFORM 555-RECORD-MOVEMENT
               ADD 1 TO PST-APPLIED-COUNT
               PERFORM 532-PRINT-POSTING-LINE
           ELSE
               EVALUATE TRUE
                   WHEN NOT (ST-RECEIPT OR ST-SHIPMENT
                           OR ST-ADJUSTMENT OR ST-DISPOSAL)
                       MOVE 'INVALID TRAN TYPE' TO PST-UNMATCH-REASON
                   WHEN ST-DISPOSAL AND NOT DSP-VALID-REASON
                       MOVE 'INVALID DSP REASON' TO PST-UNMATCH-REASON
                   WHEN ST-TRAN-QTY IS NOT NUMERIC
                       MOVE 'INVALID TRAN QTY' TO PST-UNMATCH-REASON
                   WHEN OTHER
           PERFORM 14-LOG-EXCEPTION
           .

      * The same floor for a disposal of more cases than the book
      * shows; the excess is logged for the warehouse to explain.
       534-FLOOR-SHORT-DISPOSAL.
           MOVE ZERO TO CANDY-STOCK-IN (1)
           MOVE 'SHORT DSP' TO PST-LINE-STATUS
           MOVE 'TRAN' TO WS-EX-SOURCE
           MOVE ST-WAREHOUSE-ID TO WS-EX-WAREHOUSE
           MOVE ST-VENDOR-ID TO WS-EX-VENDOR
           MOVE ST-CANDY-ID TO WS-EX-CANDY
           MOVE 'DISPOSAL OVER STOCK' TO WS-EX-REASON
           PERFORM 14-LOG-EXCEPTION
           .

       532-PRINT-POSTING-LINE.
           MOVE SPACES TO POSTING-DETAIL-LINE
           MOVE ST-WAREHOUSE-ID TO PG-DL-WAREHOUSE
           MOVE ST-CANDY-ID TO WS-EX-CANDY
           MOVE 'SUSPENSE WRITE-OFF' TO WS-EX-REASON
           PERFORM 14-LOG-EXCEPTION
           PERFORM 574-JOURNAL-WRITE-OFF
           .

       540-WRITE-UPDATED-MASTER.
           CLOSE SUSPENSE-FILE
           .

      * Every transaction 530 posts goes to the day's movement file
      * with the stock before and after it, ready for 565 to add to
      * the permanent history once the posted master is safe.
       555-RECORD-MOVEMENT.
           MOVE SPACES TO MOVEMENT-DAY-RECORD
           MOVE SP-RUN-DATE TO MD-POST-DATE
           MOVE ST-WAREHOUSE-ID TO MD-WAREHOUSE-ID
           MOVE ST-VENDOR-ID TO MD-VENDOR-ID
           MOVE ST-CANDY-ID TO MD-CANDY-ID
           MOVE ST-TRAN-TYPE TO MD-TRAN-TYPE
           MOVE ST-TRAN-QTY TO MD-TRAN-QTY
           MOVE ST-REFERENCE TO MD-REFERENCE
           MOVE PST-OLD-STOCK TO MD-STOCK-BEFORE
           MOVE CANDY-STOCK-IN (1) TO MD-STOCK-AFTER
           WRITE MOVEMENT-DAY-RECORD
           ADD 1 TO MA-DAY-COUNT
           .
      * Copies the updated generation back over MERGED-CANDY-FILE so
      * 50-READ-DATA and every report built off it read the posted
      * stock. The updated file itself stays on disk as the day's
                 MERGED-SORTED-FILE
           .

      **** MOVEMENT HISTORY ROLL ****
      * Adds the day's movements to MOVEMENT-HISTORY.txt, dropping
      * anything older than the retention days on the way. Split in
      * two halves like posting itself: the new history is built
      * whole in MOVEMENT-WORK.tmp before the MOVEWORK mark, and only
      * then copied over the history, so a crash at any point
      * either rebuilds from the untouched history or redoes the
      * copy - the day's movements are never added twice or lost.
       565-ROLL-MOVEMENT-HISTORY.
           IF NOT CP-MOVED-DONE
               IF NOT CP-MOVEWORK-DONE
                   PERFORM 566-BUILD-MOVEMENT-WORK
                   MOVE 'MOVEWORK' TO CHECKPOINT-RECORD
                   PERFORM 15C-MARK-CHECKPOINT
               END-IF
               PERFORM 568-COPY-MOVEMENT-WORK
               MOVE 'MOVED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
           END-IF
           .

       566-BUILD-MOVEMENT-WORK.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO OP-DATE-WORK
           PERFORM 750-COMPUTE-DAY-SERIAL
           MOVE OP-SERIAL TO MA-REF-SERIAL

           OPEN OUTPUT MOVEMENT-WORK-FILE
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF WS-MOVEMENT-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ MOVEMENT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 567-AGE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF

           OPEN INPUT MOVEMENT-DAY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-DAY-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE MOVEMENT-WORK-RECORD
                           FROM MOVEMENT-DAY-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE MOVEMENT-DAY-FILE
                 MOVEMENT-WORK-FILE
           .

      * A record with an unreadable date cannot be aged and is
      * dropped with the expired ones.
       567-AGE-HISTORY-RECORD.
           IF MH-POST-DATE IS NUMERIC
               MOVE MH-POST-DATE TO OP-DATE-WORK
               PERFORM 750-COMPUTE-DAY-SERIAL
               SUBTRACT OP-SERIAL FROM MA-REF-SERIAL
                   GIVING MA-AGE-DAYS
           ELSE
               MOVE 99999 TO MA-AGE-DAYS
           END-IF
           IF MA-AGE-DAYS > MA-HISTORY-DAYS
               ADD 1 TO MA-PURGED-COUNT
           ELSE
               WRITE MOVEMENT-WORK-RECORD FROM MOVEMENT-HISTORY-RECORD
               ADD 1 TO MA-KEPT-COUNT
           END-IF
           .

       568-COPY-MOVEMENT-WORK.
           OPEN INPUT  MOVEMENT-WORK-FILE
                OUTPUT MOVEMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE MOVEMENT-HISTORY-RECORD
                           FROM MOVEMENT-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE MOVEMENT-WORK-FILE
                 MOVEMENT-HISTORY-FILE
           .
      **** GENERAL LEDGER JOURNAL ****
      * Books each posted transaction at the candy master standard
      * price, in balancing pairs:
      *     R  debit inventory, credit the receipts accrual
      *     S  debit cost of goods sold for the full quantity,
      *        credit inventory for what stock actually covered and
      *        credit shrink for any excess 533 floored away
      *     A  the count change against shrink/adjustment - a gain
      *        debits inventory, a loss debits shrink
      *     D  credit inventory for the cases taken off stock; a
      *        recall or return to vendor debits vendor chargebacks,
      *        expired or damaged stock debits shrink
      * The stock before and after the posting is what is valued,
      * so the journal agrees with the master whatever 530 did.
       570-JOURNAL-POSTED-TRAN.
           PERFORM 571-GET-STANDARD-PRICE
           EVALUATE TRUE
               WHEN ST-RECEIPT
                   MOVE ST-TRAN-QTY TO GL-LINE-QTY
                   MOVE GL-ACCT-INVENTORY TO GL-SUB
                   SET GL-DEBIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-ACCRUAL TO GL-SUB
                   SET GL-CREDIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
               WHEN ST-SHIPMENT
                   SUBTRACT CANDY-STOCK-IN (1) FROM PST-OLD-STOCK
                       GIVING GL-RELIEVED-QTY
                   IF GL-RELIEVED-QTY < ZERO
                       MOVE ZERO TO GL-RELIEVED-QTY
                   END-IF
                   SUBTRACT GL-RELIEVED-QTY FROM ST-TRAN-QTY
                       GIVING GL-EXCESS-QTY
                   MOVE ST-TRAN-QTY TO GL-LINE-QTY
                   MOVE GL-ACCT-COGS TO GL-SUB
                   SET GL-DEBIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   MOVE GL-RELIEVED-QTY TO GL-LINE-QTY
                   MOVE GL-ACCT-INVENTORY TO GL-SUB
                   SET GL-CREDIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   IF GL-EXCESS-QTY > ZERO
                       MOVE GL-EXCESS-QTY TO GL-LINE-QTY
                       MOVE GL-ACCT-SHRINK TO GL-SUB
                       SET GL-CREDIT TO TRUE
                       PERFORM 576-WRITE-JOURNAL-LINE
                   END-IF
               WHEN ST-ADJUSTMENT
                   SUBTRACT PST-OLD-STOCK FROM CANDY-STOCK-IN (1)
                       GIVING GL-DELTA-QTY
                   EVALUATE TRUE
                       WHEN GL-DELTA-QTY > ZERO
                           MOVE GL-DELTA-QTY TO GL-LINE-QTY
                           MOVE GL-ACCT-INVENTORY TO GL-SUB
                           SET GL-DEBIT TO TRUE
                           PERFORM 576-WRITE-JOURNAL-LINE
                           MOVE GL-ACCT-SHRINK TO GL-SUB
                           SET GL-CREDIT TO TRUE
                           PERFORM 576-WRITE-JOURNAL-LINE
                       WHEN GL-DELTA-QTY < ZERO
                           SUBTRACT GL-DELTA-QTY FROM ZERO
                               GIVING GL-DELTA-QTY
                           MOVE GL-DELTA-QTY TO GL-LINE-QTY
                           MOVE GL-ACCT-SHRINK TO GL-SUB
                           SET GL-DEBIT TO TRUE
                           PERFORM 576-WRITE-JOURNAL-LINE
                           MOVE GL-ACCT-INVENTORY TO GL-SUB
                           SET GL-CREDIT TO TRUE
                           PERFORM 576-WRITE-JOURNAL-LINE
                   END-EVALUATE
               WHEN ST-DISPOSAL
                   SUBTRACT CANDY-STOCK-IN (1) FROM PST-OLD-STOCK
                       GIVING GL-RELIEVED-QTY
                   IF GL-RELIEVED-QTY < ZERO
                       MOVE ZERO TO GL-RELIEVED-QTY
                   END-IF
                   MOVE GL-RELIEVED-QTY TO GL-LINE-QTY
                   IF DSP-VENDOR-CLAIM
                       MOVE GL-ACCT-CHARGEBACK TO GL-SUB
                   ELSE
                       MOVE GL-ACCT-SHRINK TO GL-SUB
                   END-IF
                   SET GL-DEBIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-INVENTORY TO GL-SUB
                   SET GL-CREDIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
           END-EVALUATE
           .

      * A candy missing from the candy master values at zero and
      * writes no lines; the count goes on the journal summary so
      * the gap is fixed on the master, not buried in the ledger.
       571-GET-STANDARD-PRICE.
           MOVE ST-CANDY-ID TO WS-LOOKUP-CANDY-ID
           MOVE ST-VENDOR-ID TO WS-LOOKUP-CANDY-VENDOR
           PERFORM 13C-LOOKUP-CANDY
           MOVE WS-CANDY-STD-PRICE TO GL-UNIT-PRICE
           IF NOT CANDY-IS-FOUND
               ADD 1 TO GL-UNPRICED-COUNT
           END-IF
           .

      * A suspense item written off never reached the master, so
      * inventory is not touched: a receipt nobody could post is
      * expensed out of the accrual, a shipment that went out the
      * door unposted is charged to cost of goods against shrink.
      * An adjustment that never matched moved no value.
       574-JOURNAL-WRITE-OFF.
           IF ST-TRAN-QTY IS NUMERIC
                   AND (ST-RECEIPT OR ST-SHIPMENT)
               PERFORM 571-GET-STANDARD-PRICE
               MOVE ST-TRAN-QTY TO GL-LINE-QTY
               IF ST-RECEIPT
                   MOVE GL-ACCT-SHRINK TO GL-SUB
                   SET GL-DEBIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-ACCRUAL TO GL-SUB
                   SET GL-CREDIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
               ELSE
                   MOVE GL-ACCT-COGS TO GL-SUB
                   SET GL-DEBIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
                   MOVE GL-ACCT-SHRINK TO GL-SUB
                   SET GL-CREDIT TO TRUE
                   PERFORM 576-WRITE-JOURNAL-LINE
               END-IF
           END-IF
           .

      * One journal line: GL-LINE-QTY cases at GL-UNIT-PRICE to
      * account GL-SUB on the GL-DR-CR side. Zero-value lines are
      * not written.
       576-WRITE-JOURNAL-LINE.
           MULTIPLY GL-LINE-QTY BY GL-UNIT-PRICE GIVING GL-AMOUNT
           IF GL-AMOUNT > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE SP-RUN-DATE TO JE-POST-DATE
               MOVE GLA-ACCOUNT (GL-SUB) TO JE-ACCOUNT
               MOVE ST-WAREHOUSE-ID TO JE-WAREHOUSE-ID
               MOVE ST-VENDOR-ID TO JE-VENDOR-ID
               MOVE ST-CANDY-ID TO JE-CANDY-ID
               MOVE ST-TRAN-TYPE TO JE-TRAN-TYPE
               MOVE ST-REFERENCE TO JE-REFERENCE
               MOVE GL-DR-CR TO JE-DR-CR
               MOVE GL-AMOUNT TO JE-AMOUNT
               MOVE GL-LINE-QTY TO JE-QTY
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GL-LINE-COUNT
               IF GL-DEBIT
                   ADD GL-AMOUNT TO GLT-DEBITS (GL-SUB)
                   ADD GL-AMOUNT TO GL-TOTAL-DEBITS
               ELSE
                   ADD GL-AMOUNT TO GLT-CREDITS (GL-SUB)
                   ADD GL-AMOUNT TO GL-TOTAL-CREDITS
               END-IF
           END-IF
           .

      * Closes the journal with its '**TOTL' trailer and proves it:
      * debits must equal credits or the journal is flagged out of
      * balance on the register and the ops summary, and the run
      * ends with the out-of-balance return code so accounting does
      * not load it.
       577-CLOSE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-TRAILER
           MOVE SP-RUN-DATE TO JT-POST-DATE
           MOVE '**TOTL' TO JT-MARK
           MOVE GL-LINE-COUNT TO JT-LINE-COUNT
           MOVE GL-TOTAL-DEBITS TO JT-DEBIT-TOTAL
           MOVE GL-TOTAL-CREDITS TO JT-CREDIT-TOTAL
           WRITE GL-JOURNAL-TRAILER
           IF GL-TOTAL-DEBITS IS EQUAL TO GL-TOTAL-CREDITS
               SET GL-IN-BALANCE TO TRUE
           ELSE
               SET GL-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 578-PRINT-JOURNAL-SUMMARY
           .

       578-PRINT-JOURNAL-SUMMARY.
           WRITE POSTING-REGISTER-RECORD FROM JOURNAL-SUMMARY-HEADING
               AFTER ADVANCING 3
           WRITE POSTING-REGISTER-RECORD FROM JOURNAL-COLUMN-HEADER
               AFTER ADVANCING 2
           MOVE 1 TO PST-SPACING
           PERFORM VARYING GL-SUB FROM 1 BY 1 UNTIL GL-SUB > 5
               MOVE GLA-ACCOUNT (GL-SUB) TO JS-ACCOUNT
               MOVE GLA-NAME (GL-SUB) TO JS-NAME
               MOVE GLT-DEBITS (GL-SUB) TO JS-DEBITS
               MOVE GLT-CREDITS (GL-SUB) TO JS-CREDITS
               WRITE POSTING-REGISTER-RECORD FROM JOURNAL-SUMMARY-LINE
                   AFTER ADVANCING PST-SPACING
           END-PERFORM
           MOVE SPACES TO JS-ACCOUNT
           MOVE 'JOURNAL TOTALS' TO JS-NAME
           MOVE GL-TOTAL-DEBITS TO JS-DEBITS
           MOVE GL-TOTAL-CREDITS TO JS-CREDITS
           MOVE 2 TO PST-SPACING
           WRITE POSTING-REGISTER-RECORD FROM JOURNAL-SUMMARY-LINE
               AFTER ADVANCING PST-SPACING
           IF GL-IN-BALANCE
               MOVE 'JOURNAL IN BALANCE' TO JS-STATUS
           ELSE
               MOVE '** JOURNAL OUT OF BALANCE **' TO JS-STATUS
           END-IF
           WRITE POSTING-REGISTER-RECORD FROM JOURNAL-STATUS-LINE
               AFTER ADVANCING PST-SPACING
           MOVE 1 TO PST-SPACING
           IF GL-UNPRICED-COUNT > ZERO
               MOVE 'UNPRICED TRANSACTIONS:' TO PG-SUM-LABEL
               MOVE GL-UNPRICED-COUNT TO PG-SUM-COUNT
               WRITE POSTING-REGISTER-RECORD FROM POSTING-SUMMARY-LINE
                   AFTER ADVANCING PST-SPACING
           END-IF
           .
      **** DUPLICATE CONSOLIDATION ****
      * Runs straight off the back of the merge, before transactions
      * post and before any report reads the master. The merged file
      * arrives sorted, so duplicate warehouse/vendor/candy keys are
      * always consecutive: the pass holds one record, absorbs any
      * duplicates that follow it (candy entries appended up to the
      * 15-slot limit), and lists every absorbed copy with the source
      * feeds that sent the key. The record count off the merge is
      * taken here for the run control page. On a checkpoint restart
      * that already consolidated, the pass is skipped outright -
      * the master on disk is the de-duplicated generation and
      * running it again would double-shrink the run control counts.
       600-CONSOLIDATE-DUPLICATES.
           IF NOT CP-CONSOL-DONE
               PERFORM 605-RUN-CONSOLIDATION
           END-IF
           .

       605-RUN-CONSOLIDATION.
           OPEN INPUT  MERGED-SORTED-FILE
                OUTPUT CONSOLIDATED-FILE
                OUTPUT DUP-RECON-REPORT-FILE

           WRITE DUP-RECON-REPORT-RECORD FROM DUP-HEADING
               AFTER ADVANCING PAGE
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE DUP-RECON-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO DUP-SPACING
           WRITE DUP-RECON-REPORT-RECORD FROM DUP-COLUMN-HEADER
               AFTER ADVANCING DUP-SPACING
           MOVE 1 TO DUP-SPACING

           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MERGED-READ-COUNT
                       PERFORM 610-CONSOLIDATE-ONE-RECORD
               MOVE OP-RECEIVED-QTY TO OPT-RECEIVED-QTY (OP-COUNT)
               MOVE OP-ORDER-DATE TO OPT-ORDER-DATE (OP-COUNT)
               MOVE OP-PO-STATUS TO OPT-STATUS (OP-COUNT)
               IF OP-INVOICED-QTY IS NUMERIC
                   MOVE OP-INVOICED-QTY TO OPT-INVOICED-QTY (OP-COUNT)
               ELSE
                   MOVE ZERO TO OPT-INVOICED-QTY (OP-COUNT)
               END-IF
               IF OP-PO-NUMBER (3:6) IS NUMERIC
                   MOVE OP-PO-NUMBER (3:6) TO OP-PARSE-NUMBER
                   IF OP-PARSE-NUMBER >= OP-NEXT-NUMBER
                   MOVE ZERO TO OPT-RECEIVED-QTY (OP-COUNT)
                   MOVE WS-RUN-DATE-KEY TO OPT-ORDER-DATE (OP-COUNT)
                   MOVE 'O' TO OPT-STATUS (OP-COUNT)
                   MOVE ZERO TO OPT-INVOICED-QTY (OP-COUNT)
               END-IF
               MOVE PO-NET-QTY TO PO-ORDER-QTY-DISPLAY
               MOVE SPACES TO PO-EXTRACT-RECORD
               WRITE OPEN-PO-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE OPEN-PO-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM

           IF OP-COUNT IS EQUAL TO ZERO
               WRITE OPEN-PO-REPORT-RECORD FROM OPEN-PO-NONE-LINE
               MOVE ZERO TO OP-OPEN-COUNT
               MOVE ZERO TO OP-PARTIAL-COUNT
               MOVE ZERO TO OP-FILLED-COUNT
               MOVE ZERO TO OP-TOBILL-COUNT
               PERFORM 746-PRINT-OPEN-PO-LINE
                   VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OP-COUNT
                   AFTER ADVANCING 2
               MOVE 'PARTIALLY FILLED:' TO OPS-LABEL
               MOVE OP-PARTIAL-COUNT TO OPS-COUNT
               WRITE OPEN-PO-REPORT-RECORD FROM OPEN-PO-SUMMARY-LINE
                   AFTER ADVANCING 1
               MOVE 'AWAITING INVOICE:' TO OPS-LABEL
               MOVE OP-TOBILL-COUNT TO OPS-COUNT
               WRITE OPEN-PO-REPORT-RECORD FROM OPEN-PO-SUMMARY-LINE
                   AFTER ADVANCING 1
               MOVE 'FILLED THIS RUN:' TO OPS-LABEL
           MOVE OPT-WAREHOUSE (OP-SUB) TO OPR-WAREHOUSE
           MOVE OPT-ORDER-QTY (OP-SUB) TO OPR-ORDERED
           MOVE OPT-RECEIVED-QTY (OP-SUB) TO OPR-RECEIVED
           MOVE OPT-INVOICED-QTY (OP-SUB) TO OPR-INVOICED
           EVALUATE OPT-STATUS (OP-SUB)
               WHEN 'F'
                   IF OPT-INVOICED-QTY (OP-SUB) <
                           OPT-RECEIVED-QTY (OP-SUB)
                       MOVE 'TO BILL' TO OPR-STATUS
                       ADD 1 TO OP-TOBILL-COUNT
                   ELSE
                       MOVE 'FILLED' TO OPR-STATUS
                       ADD 1 TO OP-FILLED-COUNT
                   END-IF
               WHEN 'P'
                   MOVE 'PARTIAL' TO OPR-STATUS
                   ADD 1 TO OP-PARTIAL-COUNT
               AFTER ADVANCING 1
           .

      * Rewrites the book without the lines filled and fully
      * invoiced this run; they had their FILLED send-off on the
      * report above. A received line still waiting on its invoice
      * stays on the book.
       748-WRITE-OPEN-PO.
           OPEN OUTPUT OPEN-PO-FILE
           PERFORM VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OP-COUNT
               IF OPT-STATUS (OP-SUB) IS NOT EQUAL TO 'F'
                       OR OPT-INVOICED-QTY (OP-SUB) <
                           OPT-RECEIVED-QTY (OP-SUB)
                   MOVE SPACES TO OPEN-PO-RECORD
                   MOVE OPT-PO-NUMBER (OP-SUB) TO OP-PO-NUMBER
                   MOVE OPT-VENDOR (OP-SUB) TO OP-VENDOR-ID
                   MOVE OPT-RECEIVED-QTY (OP-SUB) TO OP-RECEIVED-QTY
                   MOVE OPT-ORDER-DATE (OP-SUB) TO OP-ORDER-DATE
                   MOVE OPT-STATUS (OP-SUB) TO OP-PO-STATUS
                   MOVE OPT-INVOICED-QTY (OP-SUB) TO OP-INVOICED-QTY
                   WRITE OPEN-PO-RECORD
               END-IF
           END-PERFORM
               MOVE LOT-NUMBER TO LTE-NUMBER (LT-COUNT)
               MOVE LOT-EXPIRY-DATE TO LTE-EXPIRY (LT-COUNT)
               MOVE LOT-CASES TO LTE-CASES (LT-COUNT)
               MOVE LOT-STATUS TO LTE-STATUS (LT-COUNT)
               MOVE LOT-HOLD-REASON TO LTE-HOLD-REASON (LT-COUNT)
           END-IF
           .

               END-IF
               MOVE LT-EXP-WORK TO LTE-EXPIRY (LT-COUNT)
               MOVE ST-TRAN-QTY TO LTE-CASES (LT-COUNT)
               MOVE 'A' TO LTE-STATUS (LT-COUNT)
               MOVE SPACE TO LTE-HOLD-REASON (LT-COUNT)
           END-IF
           .

      * First-expiry-first-out: the shipment is worked down against
      * the matching available lot with the earliest expiry until
      * the quantity is covered or the lots run dry. A lot on hold
      * or in quarantine is never picked, so a shipment bigger than
      * the available lots leaves the held cases alone and is
      * logged - the book stock has its own floor-at-zero handling.
       764-RELIEVE-LOTS.
           MOVE ST-TRAN-QTY TO LT-RELIEVE-QTY
           SET LT-PICK-AVAILABLE TO TRUE
           PERFORM 766-WORK-DOWN-LOTS
           IF LT-RELIEVE-QTY > ZERO
               MOVE ST-WAREHOUSE-ID TO LT-KEY-WAREHOUSE
               MOVE ST-VENDOR-ID TO LT-KEY-VENDOR
               MOVE ST-CANDY-ID TO LT-KEY-CANDY
               PERFORM 769-SUM-HELD-CASES
               IF LT-HELD-CASES > ZERO
                   MOVE 'TRAN' TO WS-EX-SOURCE
                   MOVE ST-WAREHOUSE-ID TO WS-EX-WAREHOUSE
                   MOVE ST-VENDOR-ID TO WS-EX-VENDOR
                   MOVE ST-CANDY-ID TO WS-EX-CANDY
                   MOVE 'SHIPMENT INTO HELD' TO WS-EX-REASON
                   PERFORM 14-LOG-EXCEPTION
               END-IF
           END-IF
           .

      * Picks the earliest-expiry lot for the transaction's key that
      * LT-PICK-MODE allows: available lots only, the lot named on a
      * disposal, held and quarantined lots only, or any lot.
       765-PICK-OLDEST-LOT.
           MOVE ZERO TO LT-PICK
           PERFORM VARYING LT-SUB FROM 1 BY 1
                           ST-WAREHOUSE-ID
                       AND LTE-VENDOR (LT-SUB) IS EQUAL TO ST-VENDOR-ID
                       AND LTE-CANDY (LT-SUB) IS EQUAL TO ST-CANDY-ID
                       AND (LT-PICK-ANY
                           OR (LT-PICK-AVAILABLE
                               AND LTE-AVAILABLE (LT-SUB))
                           OR (LT-PICK-HELD
                               AND NOT LTE-AVAILABLE (LT-SUB))
                           OR (LT-PICK-NAMED
                               AND LTE-NUMBER (LT-SUB) IS EQUAL TO
                                   LT-NAMED-LOT))
                   IF LT-PICK IS EQUAL TO ZERO
                       MOVE LT-SUB TO LT-PICK
                   ELSE
           END-PERFORM
           .

      * Takes LT-RELIEVE-QTY out of the lots 765 offers, oldest
      * first, until it is covered or no lot of that kind is left.
       766-WORK-DOWN-LOTS.
           PERFORM 765-PICK-OLDEST-LOT
           PERFORM UNTIL LT-PICK IS EQUAL TO ZERO
                   OR LT-RELIEVE-QTY IS EQUAL TO ZERO
               IF LTE-CASES (LT-PICK) > LT-RELIEVE-QTY
                   SUBTRACT LT-RELIEVE-QTY FROM LTE-CASES (LT-PICK)
                   MOVE ZERO TO LT-RELIEVE-QTY
               ELSE
                   SUBTRACT LTE-CASES (LT-PICK) FROM LT-RELIEVE-QTY
                   MOVE ZERO TO LTE-CASES (LT-PICK)
               END-IF
               PERFORM 765-PICK-OLDEST-LOT
           END-PERFORM
           .

      * A disposal comes out of the lot the dock named first. What
      * it does not cover comes out of the held and quarantined
      * lots - spoiled and recalled stock is what gets thrown out -
      * and only then out of the oldest available lots.
       767-RELIEVE-DISPOSAL.
           MOVE ST-TRAN-QTY TO LT-RELIEVE-QTY
           IF ST-DISPOSAL-LOT IS NOT EQUAL TO SPACES
               MOVE ST-DISPOSAL-LOT TO LT-NAMED-LOT
               SET LT-PICK-NAMED TO TRUE
               PERFORM 766-WORK-DOWN-LOTS
           END-IF
           IF LT-RELIEVE-QTY > ZERO
               SET LT-PICK-HELD TO TRUE
               PERFORM 766-WORK-DOWN-LOTS
           END-IF
           IF LT-RELIEVE-QTY > ZERO
               SET LT-PICK-ANY TO TRUE
               PERFORM 766-WORK-DOWN-LOTS
           END-IF
           .

      * Rewrites the lot book without emptied lots.
       768-WRITE-LOT-FILE.
           OPEN OUTPUT CANDY-LOT-FILE
                   MOVE LTE-NUMBER (LT-SUB) TO LOT-NUMBER
                   MOVE LTE-EXPIRY (LT-SUB) TO LOT-EXPIRY-DATE
                   MOVE LTE-CASES (LT-SUB) TO LOT-CASES
                   MOVE LTE-STATUS (LT-SUB) TO LOT-STATUS
                   MOVE LTE-HOLD-REASON (LT-SUB) TO LOT-HOLD-REASON
                   WRITE CANDY-LOT-RECORD
               END-IF
           END-PERFORM
           CLOSE CANDY-LOT-FILE
           .

      * Totals the cases on hold or in quarantine for the LT-KEY-
      * warehouse/vendor/candy. The reorder, transfer and allocation
      * tests take these off book stock, since held cases cannot be
      * sold or sent to another warehouse.
       769-SUM-HELD-CASES.
           PERFORM 760-LOAD-LOTS
           MOVE ZERO TO LT-HELD-CASES
           PERFORM VARYING LT-HELD-SUB FROM 1 BY 1
                   UNTIL LT-HELD-SUB > LT-COUNT
               IF LTE-CASES (LT-HELD-SUB) > ZERO
                       AND NOT LTE-AVAILABLE (LT-HELD-SUB)
                       AND LTE-WAREHOUSE (LT-HELD-SUB) IS EQUAL TO
                           LT-KEY-WAREHOUSE
                       AND LTE-VENDOR (LT-HELD-SUB) IS EQUAL TO
                           LT-KEY-VENDOR
                       AND LTE-CANDY (LT-HELD-SUB) IS EQUAL TO
                           LT-KEY-CANDY
                   ADD LTE-CASES (LT-HELD-SUB) TO LT-HELD-CASES
               END-IF
           END-PERFORM
           .

      **** EXPIRY EXPOSURE REPORT ****
       770-EXPIRY-REPORT.
           PERFORM 760-LOAD-LOTS
               WRITE EXPIRY-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE EXPIRY-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM

           IF LT-COUNT IS EQUAL TO ZERO
               WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-NONE-LINE
           END-PERFORM
           .

      **** RECALL TRACE REPORT ****
      * Every candy with a lot on recall hold, and under it every
      * lot of that candy on the book in every warehouse, so the
      * recall desk can see where the stock sits and can catch any
      * lot the hold missed before it ships. Held and quarantined
      * lots are counted along the way for the ops summary.
       775-RECALL-TRACE-REPORT.
           PERFORM 760-LOAD-LOTS
           OPEN OUTPUT RECALL-REPORT-FILE
           MOVE ZERO TO RT-PAGE-NO
           MOVE ZERO TO RT-RECALL-COUNT
           MOVE ZERO TO RT-TOTAL-FREE-CASES
           MOVE ZERO TO LT-HELD-LOT-COUNT
           PERFORM 775B-RECALL-PAGE-HEADER
           PERFORM 776-TRACE-ONE-LOT
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT
           IF RT-RECALL-COUNT IS EQUAL TO ZERO
               WRITE RECALL-REPORT-RECORD FROM RECALL-NONE-LINE
                   AFTER ADVANCING 2
           END-IF
           CLOSE RECALL-REPORT-FILE
           .

       775B-RECALL-PAGE-HEADER.
           ADD 1 TO RT-PAGE-NO
           MOVE RT-PAGE-NO TO PN-PAGE-NO
           WRITE RECALL-REPORT-RECORD FROM RECALL-HEADING
               AFTER ADVANCING PAGE
           WRITE RECALL-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           MOVE 2 TO RT-LINE-COUNT
           IF RUN-MODE-ASOF
               WRITE RECALL-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
               ADD 1 TO RT-LINE-COUNT
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE RECALL-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           ADD CB-COUNT TO RT-LINE-COUNT
           .

      * The recall's heading and column header, at the start of the
      * recall and again at the top of any page it runs onto.
       775C-RECALL-GROUP-HEADER.
           WRITE RECALL-REPORT-RECORD FROM RECALL-GROUP-LINE
               AFTER ADVANCING 3
           WRITE RECALL-REPORT-RECORD FROM RECALL-COLUMN-HEADER
               AFTER ADVANCING 2
           ADD 5 TO RT-LINE-COUNT
           MOVE 1 TO RT-SPACING
           .

      * A recall is traced once, from the first recall-held lot of
      * its vendor and candy in the lot book.
       776-TRACE-ONE-LOT.
           IF LTE-CASES (LT-SUB) > ZERO
                   AND NOT LTE-AVAILABLE (LT-SUB)
               ADD 1 TO LT-HELD-LOT-COUNT
               IF LTE-FOR-RECALL (LT-SUB)
                   MOVE 'N' TO RT-SEEN-SWITCH
                   PERFORM VARYING RT-PRIOR-SUB FROM 1 BY 1
                           UNTIL RT-PRIOR-SUB >= LT-SUB
                               OR RT-ALREADY-SEEN
                       IF LTE-CASES (RT-PRIOR-SUB) > ZERO
                               AND NOT LTE-AVAILABLE (RT-PRIOR-SUB)
                               AND LTE-FOR-RECALL (RT-PRIOR-SUB)
                               AND LTE-VENDOR (RT-PRIOR-SUB) IS EQUAL TO
                                   LTE-VENDOR (LT-SUB)
                               AND LTE-CANDY (RT-PRIOR-SUB) IS EQUAL TO
                                   LTE-CANDY (LT-SUB)
                           SET RT-ALREADY-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT RT-ALREADY-SEEN
                       PERFORM 777-TRACE-RECALL
                   END-IF
               END-IF
           END-IF
           .

       777-TRACE-RECALL.
           ADD 1 TO RT-RECALL-COUNT
           MOVE LTE-VENDOR (LT-SUB) TO RT-VENDOR
           MOVE LTE-CANDY (LT-SUB) TO RT-CANDY
           MOVE RT-VENDOR TO RT-GL-VENDOR
           MOVE RT-CANDY TO RT-GL-CANDY
           MOVE RT-CANDY TO WS-LOOKUP-CANDY-ID
           MOVE RT-VENDOR TO WS-LOOKUP-CANDY-VENDOR
           PERFORM 13C-LOOKUP-CANDY
           MOVE WS-CANDY-NAME-OUT TO RT-GL-NAME
           MOVE ZERO TO RT-GRP-WH-COUNT
           MOVE ZERO TO RT-GRP-HELD-CASES
           MOVE ZERO TO RT-GRP-HELD-COST
           MOVE ZERO TO RT-GRP-FREE-CASES

           MOVE 6 TO RT-SPACING
           IF RT-LINE-COUNT + RT-SPACING > WS-OVERFLOW-POINT
               PERFORM 775B-RECALL-PAGE-HEADER
           END-IF
           PERFORM 775C-RECALL-GROUP-HEADER
           PERFORM 777B-TRACE-LOT-LINE
               VARYING RT-SCAN-SUB FROM 1 BY 1
               UNTIL RT-SCAN-SUB > LT-COUNT

           MOVE 3 TO RT-SPACING
           IF RT-LINE-COUNT + RT-SPACING > WS-OVERFLOW-POINT
               PERFORM 775B-RECALL-PAGE-HEADER
           END-IF
           MOVE RT-GRP-WH-COUNT TO RT-TL-WAREHOUSES
           MOVE RT-GRP-HELD-CASES TO RT-TL-CASES
           MOVE RT-GRP-HELD-COST TO RT-TL-COST
           WRITE RECALL-REPORT-RECORD FROM RECALL-TOTAL-LINE
               AFTER ADVANCING 2
           MOVE RT-GRP-FREE-CASES TO RT-FL-CASES
           IF RT-GRP-FREE-CASES > ZERO
               MOVE '  ** CHECK BEFORE SHIPPING' TO RT-FL-NOTE
           ELSE
               MOVE SPACES TO RT-FL-NOTE
           END-IF
           WRITE RECALL-REPORT-RECORD FROM RECALL-FREE-LINE
               AFTER ADVANCING 1
           ADD RT-SPACING TO RT-LINE-COUNT
           MOVE 1 TO RT-SPACING

           ADD RT-GRP-FREE-CASES TO RT-TOTAL-FREE-CASES
           .

      * One lot of the recalled candy. A warehouse is counted on its
      * first lot of the candy; a lot still available is flagged,
      * since nothing stops it shipping until it is put on hold.
       777B-TRACE-LOT-LINE.
           IF LTE-CASES (RT-SCAN-SUB) > ZERO
                   AND LTE-VENDOR (RT-SCAN-SUB) IS EQUAL TO RT-VENDOR
                   AND LTE-CANDY (RT-SCAN-SUB) IS EQUAL TO RT-CANDY
               MOVE 'N' TO RT-SEEN-SWITCH
               PERFORM VARYING RT-PRIOR-SUB FROM 1 BY 1
                       UNTIL RT-PRIOR-SUB >= RT-SCAN-SUB
                           OR RT-ALREADY-SEEN
                   IF LTE-CASES (RT-PRIOR-SUB) > ZERO
                           AND LTE-VENDOR (RT-PRIOR-SUB) IS EQUAL TO
                               RT-VENDOR
                           AND LTE-CANDY (RT-PRIOR-SUB) IS EQUAL TO
                               RT-CANDY
                           AND LTE-WAREHOUSE (RT-PRIOR-SUB) IS EQUAL TO
                               LTE-WAREHOUSE (RT-SCAN-SUB)
                       SET RT-ALREADY-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT RT-ALREADY-SEEN
                   ADD 1 TO RT-GRP-WH-COUNT
               END-IF

               MULTIPLY LTE-CASES (RT-SCAN-SUB) BY WS-CANDY-STD-PRICE
                   GIVING RT-LOT-COST
               MOVE LTE-WAREHOUSE (RT-SCAN-SUB) TO RT-DL-WAREHOUSE
               MOVE LTE-NUMBER (RT-SCAN-SUB) TO RT-DL-LOT
               MOVE LTE-EXPIRY (RT-SCAN-SUB) TO RT-DL-EXPIRY
               MOVE LTE-CASES (RT-SCAN-SUB) TO RT-DL-CASES
               MOVE RT-LOT-COST TO RT-DL-COST
               EVALUATE TRUE
                   WHEN LTE-ON-HOLD (RT-SCAN-SUB)
                       MOVE 'ON HOLD' TO RT-DL-STATUS
                   WHEN LTE-QUARANTINED (RT-SCAN-SUB)
                       MOVE 'QUARANTINED' TO RT-DL-STATUS
                   WHEN OTHER
                       MOVE 'AVAILABLE' TO RT-DL-STATUS
               END-EVALUATE
               IF LTE-AVAILABLE (RT-SCAN-SUB)
                   MOVE SPACE TO RT-DL-REASON
                   MOVE '** NOT HELD' TO RT-DL-NOTE
                   ADD LTE-CASES (RT-SCAN-SUB) TO RT-GRP-FREE-CASES
               ELSE
                   MOVE LTE-HOLD-REASON (RT-SCAN-SUB) TO RT-DL-REASON
                   MOVE SPACES TO RT-DL-NOTE
                   IF LTE-FOR-RECALL (RT-SCAN-SUB)
                       ADD LTE-CASES (RT-SCAN-SUB) TO RT-GRP-HELD-CASES
                       ADD RT-LOT-COST TO RT-GRP-HELD-COST
                   END-IF
               END-IF

               IF RT-LINE-COUNT + RT-SPACING > WS-OVERFLOW-POINT
                   PERFORM 775B-RECALL-PAGE-HEADER
                   PERFORM 775C-RECALL-GROUP-HEADER
               END-IF
               WRITE RECALL-REPORT-RECORD FROM RECALL-DETAIL-LINE
                   AFTER ADVANCING RT-SPACING
               ADD RT-SPACING TO RT-LINE-COUNT
               MOVE 1 TO RT-SPACING
           END-IF
           .

      **** DISPOSAL SUMMARY ****
      * Month-to-date disposals from the movement history, listed
      * one per line and then totaled by vendor and reason. The
      * CLAIM lines are what goes on the vendor chargeback: stock
      * recalled or returned to the vendor, at standard cost.
       778-DISPOSAL-SUMMARY.
           INITIALIZE DISPOSAL-SUMMARY-FIELDS
           SET DS-DETAIL-SECTION TO TRUE
           MOVE 1 TO DS-SPACING
           MOVE WS-RUN-DATE-KEY TO DS-FROM-DATE
           MOVE '01' TO DS-FROM-DATE (5:2)
           MOVE DS-FROM-DATE TO DS-PL-FROM
           MOVE WS-RUN-DATE-KEY TO DS-PL-THRU
           OPEN OUTPUT DISPOSAL-REPORT-FILE
           PERFORM 779C-DISPOSAL-PAGE-HEADER

           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF WS-MOVEMENT-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ MOVEMENT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF MH-DISPOSAL
                                   AND MH-POST-DATE >= DS-FROM-DATE
                                   AND MH-POST-DATE <= WS-RUN-DATE-KEY
                               PERFORM 778B-DISPOSAL-ONE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF

           IF DS-DISPOSAL-COUNT IS EQUAL TO ZERO
               WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 779-DISPOSAL-TOTALS
           END-IF
           CLOSE DISPOSAL-REPORT-FILE
           .

      * The cases are what the posting took off the master - the
      * stock before less the stock after - not what was keyed,
      * since a disposal over book stock is floored at zero.
       778B-DISPOSAL-ONE-MOVE.
           ADD 1 TO DS-DISPOSAL-COUNT
           SUBTRACT MH-STOCK-AFTER FROM MH-STOCK-BEFORE
               GIVING DS-CASES
           IF DS-CASES < ZERO
               MOVE ZERO TO DS-CASES
           END-IF
           MOVE MH-CANDY-ID TO WS-LOOKUP-CANDY-ID
           MOVE MH-VENDOR-ID TO WS-LOOKUP-CANDY-VENDOR
           PERFORM 13C-LOOKUP-CANDY
           MULTIPLY DS-CASES BY WS-CANDY-STD-PRICE GIVING DS-COST

           MOVE ZERO TO DS-REASON-SUB
           PERFORM VARYING DS-SUB FROM 1 BY 1 UNTIL DS-SUB > 4
               IF DR-CODE (DS-SUB) IS EQUAL TO MH-DISPOSAL-REASON
                   MOVE DS-SUB TO DS-REASON-SUB
               END-IF
           END-PERFORM

           MOVE MH-POST-DATE TO DS-DL-DATE
           MOVE MH-WAREHOUSE-ID TO DS-DL-WAREHOUSE
           MOVE MH-VENDOR-ID TO DS-DL-VENDOR
           MOVE MH-CANDY-ID TO DS-DL-CANDY
           IF DS-REASON-SUB > ZERO
               MOVE DR-NAME (DS-REASON-SUB) TO DS-DL-REASON
           ELSE
               MOVE MH-DISPOSAL-REASON TO DS-DL-REASON
           END-IF
           MOVE MH-DISPOSAL-LOT TO DS-DL-LOT
           MOVE DS-CASES TO DS-DL-CASES
           MOVE DS-COST TO DS-DL-COST
           PERFORM 779D-DISPOSAL-PAGE-CHECK
           WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-DETAIL-LINE
               AFTER ADVANCING DS-SPACING
           ADD DS-SPACING TO DS-LINE-COUNT
           MOVE 1 TO DS-SPACING

           ADD DS-CASES TO DS-TOTAL-CASES
           ADD DS-COST TO DS-TOTAL-COST
           IF DS-REASON-SUB > ZERO
               ADD DS-CASES TO DSR-CASES (DS-REASON-SUB)
               ADD DS-COST TO DSR-COST (DS-REASON-SUB)
               PERFORM 778C-DISPOSAL-VENDOR-SLOT
               IF DS-CUR > ZERO
                   ADD DS-CASES TO DSV-CASES (DS-CUR, DS-REASON-SUB)
                   ADD DS-COST TO DSV-COST (DS-CUR, DS-REASON-SUB)
               END-IF
           END-IF
           .

       778C-DISPOSAL-VENDOR-SLOT.
           MOVE ZERO TO DS-CUR
           PERFORM VARYING DS-SUB FROM 1 BY 1
                   UNTIL DS-SUB > DS-VENDOR-COUNT
               IF DSV-VENDOR (DS-SUB) IS EQUAL TO MH-VENDOR-ID
                   MOVE DS-SUB TO DS-CUR
               END-IF
           END-PERFORM
           IF DS-CUR IS EQUAL TO ZERO AND DS-VENDOR-COUNT < 20
               ADD 1 TO DS-VENDOR-COUNT
               MOVE DS-VENDOR-COUNT TO DS-CUR
               INITIALIZE DS-VENDOR-ENTRY (DS-CUR)
               MOVE MH-VENDOR-ID TO DSV-VENDOR (DS-CUR)
           END-IF
           .

      * One block per vendor - a line per reason it had, a vendor
      * total and the chargeback claim - then the same for all
      * vendors together.
       779-DISPOSAL-TOTALS.
           SET DS-SUMMARY-SECTION TO TRUE
           MOVE 6 TO DS-SPACING
           IF DS-LINE-COUNT + DS-SPACING > WS-OVERFLOW-POINT
               PERFORM 779C-DISPOSAL-PAGE-HEADER
           ELSE
               WRITE DISPOSAL-REPORT-RECORD
                   FROM DISPOSAL-SUMMARY-HEADING
                   AFTER ADVANCING 3
               WRITE DISPOSAL-REPORT-RECORD
                   FROM DISPOSAL-SUMMARY-HEADER
                   AFTER ADVANCING 2
               ADD 5 TO DS-LINE-COUNT
           END-IF
           MOVE 1 TO DS-SPACING

           PERFORM 779B-DISPOSAL-VENDOR-BLOCK
               VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB > DS-VENDOR-COUNT

           MOVE ZERO TO DS-CLAIM-CASES
           MOVE ZERO TO DS-CLAIM-COST
           MOVE SPACE TO DS-SL-VENDOR
           MOVE 'ALL VENDORS' TO DS-SL-NAME
           MOVE 2 TO DS-SPACING
           PERFORM VARYING DS-REASON-SUB FROM 1 BY 1
                   UNTIL DS-REASON-SUB > 4
               IF DSR-CASES (DS-REASON-SUB) > ZERO
                       OR DSR-COST (DS-REASON-SUB) > ZERO
                   MOVE DR-NAME (DS-REASON-SUB) TO DS-SL-REASON
                   MOVE DSR-CASES (DS-REASON-SUB) TO DS-SL-CASES
                   MOVE DSR-COST (DS-REASON-SUB) TO DS-SL-COST
                   IF DR-CODE (DS-REASON-SUB) IS EQUAL TO 'R'
                           OR DR-CODE (DS-REASON-SUB) IS EQUAL TO 'V'
                       MOVE 'YES' TO DS-SL-CLAIM
                       ADD DSR-CASES (DS-REASON-SUB) TO DS-CLAIM-CASES
                       ADD DSR-COST (DS-REASON-SUB) TO DS-CLAIM-COST
                   ELSE
                       MOVE SPACES TO DS-SL-CLAIM
                   END-IF
                   PERFORM 779E-PRINT-SUMMARY-LINE
                   MOVE SPACES TO DS-SL-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO DS-SL-NAME
           MOVE 'TOTAL DISPOSED' TO DS-SL-REASON
           MOVE DS-TOTAL-CASES TO DS-SL-CASES
           MOVE DS-TOTAL-COST TO DS-SL-COST
           MOVE SPACES TO DS-SL-CLAIM
           PERFORM 779E-PRINT-SUMMARY-LINE
           MOVE 'CHARGEBACK CLAIM' TO DS-SL-REASON
           MOVE DS-CLAIM-CASES TO DS-SL-CASES
           MOVE DS-CLAIM-COST TO DS-SL-COST
           MOVE 'YES' TO DS-SL-CLAIM
           PERFORM 779E-PRINT-SUMMARY-LINE
           .

       779B-DISPOSAL-VENDOR-BLOCK.
           MOVE DSV-VENDOR (DS-SUB) TO WS-LOOKUP-VENDOR-ID
           PERFORM 13-LOOKUP-VENDOR
           MOVE DSV-VENDOR (DS-SUB) TO DS-SL-VENDOR
           MOVE WS-VENDOR-NAME-OUT TO DS-SL-NAME
           MOVE ZERO TO DS-LINE-TOTAL-CASES
           MOVE ZERO TO DS-LINE-TOTAL-COST
           MOVE ZERO TO DS-LINE-CLAIM-CASES
           MOVE ZERO TO DS-LINE-CLAIM-COST
           MOVE 2 TO DS-SPACING
           PERFORM VARYING DS-REASON-SUB FROM 1 BY 1
                   UNTIL DS-REASON-SUB > 4
               IF DSV-CASES (DS-SUB, DS-REASON-SUB) > ZERO
                       OR DSV-COST (DS-SUB, DS-REASON-SUB) > ZERO
                   MOVE DR-NAME (DS-REASON-SUB) TO DS-SL-REASON
                   MOVE DSV-CASES (DS-SUB, DS-REASON-SUB) TO DS-SL-CASES
                   MOVE DSV-COST (DS-SUB, DS-REASON-SUB) TO DS-SL-COST
                   ADD DSV-CASES (DS-SUB, DS-REASON-SUB)
                       TO DS-LINE-TOTAL-CASES
                   ADD DSV-COST (DS-SUB, DS-REASON-SUB)
                       TO DS-LINE-TOTAL-COST
                   IF DR-CODE (DS-REASON-SUB) IS EQUAL TO 'R'
                           OR DR-CODE (DS-REASON-SUB) IS EQUAL TO 'V'
                       MOVE 'YES' TO DS-SL-CLAIM
                       ADD DSV-CASES (DS-SUB, DS-REASON-SUB)
                           TO DS-LINE-CLAIM-CASES
                       ADD DSV-COST (DS-SUB, DS-REASON-SUB)
                           TO DS-LINE-CLAIM-COST
                   ELSE
                       MOVE SPACES TO DS-SL-CLAIM
                   END-IF
                   PERFORM 779E-PRINT-SUMMARY-LINE
                   MOVE SPACE TO DS-SL-VENDOR
                   MOVE SPACES TO DS-SL-NAME
               END-IF
           END-PERFORM
           MOVE SPACE TO DS-SL-VENDOR
           MOVE SPACES TO DS-SL-NAME
           MOVE 'VENDOR TOTAL' TO DS-SL-REASON
           MOVE DS-LINE-TOTAL-CASES TO DS-SL-CASES
           MOVE DS-LINE-TOTAL-COST TO DS-SL-COST
           MOVE SPACES TO DS-SL-CLAIM
           PERFORM 779E-PRINT-SUMMARY-LINE
           MOVE 'CHARGEBACK CLAIM' TO DS-SL-REASON
           MOVE DS-LINE-CLAIM-CASES TO DS-SL-CASES
           MOVE DS-LINE-CLAIM-COST TO DS-SL-COST
           MOVE 'YES' TO DS-SL-CLAIM
           PERFORM 779E-PRINT-SUMMARY-LINE
           .

      * The heading carries the detail column header or the summary
      * header, depending on which part of the report has run onto
      * the new page.
       779C-DISPOSAL-PAGE-HEADER.
           ADD 1 TO DS-PAGE-NO
           MOVE DS-PAGE-NO TO PN-PAGE-NO
           WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-HEADING
               AFTER ADVANCING PAGE
           WRITE DISPOSAL-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           MOVE 2 TO DS-LINE-COUNT
           IF RUN-MODE-ASOF
               WRITE DISPOSAL-REPORT-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
               ADD 1 TO DS-LINE-COUNT
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE DISPOSAL-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           ADD CB-COUNT TO DS-LINE-COUNT
           WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-PERIOD-LINE
               AFTER ADVANCING 1
           IF DS-DETAIL-SECTION
               WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-COLUMN-HEADER
                   AFTER ADVANCING 2
               ADD 3 TO DS-LINE-COUNT
           ELSE
               WRITE DISPOSAL-REPORT-RECORD
                   FROM DISPOSAL-SUMMARY-HEADING
                   AFTER ADVANCING 2
               WRITE DISPOSAL-REPORT-RECORD
                   FROM DISPOSAL-SUMMARY-HEADER
                   AFTER ADVANCING 2
               ADD 5 TO DS-LINE-COUNT
           END-IF
           MOVE 1 TO DS-SPACING
           .

       779D-DISPOSAL-PAGE-CHECK.
           IF DS-LINE-COUNT + DS-SPACING > WS-OVERFLOW-POINT
               PERFORM 779C-DISPOSAL-PAGE-HEADER
           END-IF
           .

       779E-PRINT-SUMMARY-LINE.
           PERFORM 779D-DISPOSAL-PAGE-CHECK
           WRITE DISPOSAL-REPORT-RECORD FROM DISPOSAL-SUMMARY-LINE
               AFTER ADVANCING DS-SPACING
           ADD DS-SPACING TO DS-LINE-COUNT
           MOVE 1 TO DS-SPACING
           .

      **** DATED MASTER GENERATIONS ****
      * 650-REFRESH-FROM-CONSOLIDATED and 560-REFRESH-MERGED-MASTER
      * both rewrite the master in place, so by mid-morning the
      * prior position used to be simply gone. Every full run now
      * finishes by copying its master to MASTER-GEN-yymmdd.txt,
      * cataloging it, and purging the oldest generation past the
      * retention count; an ASOF run points the master FD at any
      * retained generation and reprints from it.
       780-SAVE-GENERATION.
           MOVE SPACES TO WS-GENERATION-FILE-NAME
           STRING
               'MASTER-GEN-'                   DELIMITED BY SIZE
               WS-RUN-DATE-KEY                 DELIMITED BY SIZE
               '.txt'                          DELIMITED BY SIZE
               INTO WS-GENERATION-FILE-NAME
           END-STRING

           OPEN INPUT  MERGED-SORTED-FILE
                OUTPUT GENERATION-FILE
           MOVE ZERO TO GEN-WRITE-COUNT
           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE CANDY-ENTRY-COUNT TO GEN-ENTRY-COUNT
                       MOVE MERGED-SORTED-RECORD TO GENERATION-RECORD
                       WRITE GENERATION-RECORD
                       ADD 1 TO GEN-WRITE-COUNT
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE MERGED-SORTED-FILE
                 GENERATION-FILE

           PERFORM 782-UPDATE-GEN-CATALOG
           .

      * Rereads the catalog, replaces any entry already carrying
      * today's date (a same-day rerun overwrote the same file),
      * appends today's generation, and drops the oldest entries
      * past the retention count - deleting their files so disk is
      * not eaten one morning at a time.
       782-UPDATE-GEN-CATALOG.
           MOVE ZERO TO GC-COUNT
           OPEN INPUT GENERATION-CATALOG
           IF WS-CATALOG-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ GENERATION-CATALOG
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF GC-RUN-DATE IS NOT EQUAL TO
                                   WS-RUN-DATE-KEY
                                   AND GC-COUNT < 30
                               ADD 1 TO GC-COUNT
                               MOVE GC-RUN-DATE TO GCE-DATE (GC-COUNT)
                               MOVE GC-FILE-NAME TO GCE-NAME (GC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE GENERATION-CATALOG
           END-IF

           IF GC-COUNT < 30
               ADD 1 TO GC-COUNT
               MOVE WS-RUN-DATE-KEY TO GCE-DATE (GC-COUNT)
               MOVE WS-GENERATION-FILE-NAME TO GCE-NAME (GC-COUNT)
           END-IF

      * The catalog is kept in append order, so the oldest entries
      * are at the front: everything before GC-KEEP-FROM goes.
           MOVE 1 TO GC-KEEP-FROM
           PERFORM UNTIL GC-COUNT - GC-KEEP-FROM + 1 <= WS-RETAIN-GENS
               MOVE GCE-NAME (GC-KEEP-FROM) TO WS-GENERATION-FILE-NAME
               CALL 'CBL_DELETE_FILE' USING WS-GENERATION-FILE-NAME
               ADD 1 TO GC-KEEP-FROM
           MOVE WS-ASOF-DATE TO AB-DATE
           .

      **** MORNING FEED CHECKS ****
      * 15-SORT-MERGE used to merge whatever four feeds were on
      * disk, so an empty file, a late one, or yesterday's file sent
      * again went straight into the master. Every feed is now read
      * once before the sorts and fails if it is missing or empty,
      * if its record count is outside the tolerance of its recent
      * accepted runs, or if it repeats a file already processed -
      * by extract date where the feed carries a header, otherwise
      * by an identical record count and stock hash. The options
      * card decides what a failure does: stop the run before any
      * sort, or carry that warehouse forward from the latest dated
      * generation so the rest of the company still gets its run.
      * A validate run reports what it found and goes no further.
       790-CHECK-FEEDS.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-KEY
           INITIALIZE FEED-CHECK-TABLE
           MOVE 'B100' TO FCF-CODE (1)
           MOVE 'B200' TO FCF-CODE (2)
           MOVE 'B300' TO FCF-CODE (3)
           MOVE 'B400' TO FCF-CODE (4)
           MOVE ZERO TO FC-FAILED-COUNT
           MOVE ZERO TO FC-CARRIED-COUNT
           MOVE ZERO TO CB-COUNT
           PERFORM 791-LOAD-FEED-HISTORY

           PERFORM 792-CHECK-ONE-FEED
               VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > 4

           IF NOT RUN-MODE-VALIDATE
               IF FC-FAILED-COUNT > ZERO
                   IF FEED-FAIL-CARRY
                       PERFORM 795-FIND-CARRY-GENERATION
                   END-IF
                   IF FEED-FAIL-STOP OR FC-CARRY-GEN-DATE = ZERO
                       DISPLAY 'MORNING FEED CHECK FAILED - RUN '
                               'STOPPED BEFORE SORT'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 796-MARK-CARRIED
                       VARYING FC-SUB FROM 1 BY 1
                       UNTIL FC-SUB > 4
               END-IF
               PERFORM 798-WRITE-FEED-HISTORY
           END-IF
           .

      * Earlier runs only: a same-day rerun or checkpoint restart
      * judges the feeds against the days before, never against
      * what this morning's first attempt recorded. The latest
      * accepted entry per feed gives the extract date, count and
      * hash a repeat would match; any entry gives its warehouse.
       791-LOAD-FEED-HISTORY.
           MOVE ZERO TO FH-COUNT
           OPEN INPUT FEED-HISTORY-FILE
           IF FC-HISTORY-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ FEED-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF FH-RUN-DATE IS NOT EQUAL TO
                                   WS-RUN-DATE-KEY
                                   AND FH-COUNT < 40
                               PERFORM 791B-KEEP-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE FEED-HISTORY-FILE
           END-IF
           .

       791B-KEEP-HISTORY-ENTRY.
           ADD 1 TO FH-COUNT
           MOVE FEED-HISTORY-RECORD TO FH-ENTRY (FH-COUNT)
           PERFORM VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > 4
               IF FH-FEED IS EQUAL TO FCF-CODE (FC-SUB)
                   MOVE FH-WAREHOUSE TO FCF-WAREHOUSE (FC-SUB)
                   IF FH-ACCEPTED
                       MOVE FH-EXTRACT-DATE TO
                               FCF-LAST-EXTRACT (FC-SUB)
                       MOVE FH-RECORD-COUNT TO FCF-LAST-COUNT (FC-SUB)
                       MOVE FH-STOCK-HASH TO FCF-LAST-HASH (FC-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       792-CHECK-ONE-FEED.
           MOVE SPACES TO FC-FEED-FILE-NAME
           STRING
               'NEW-INV-FILE-'                 DELIMITED BY SIZE
               FCF-CODE (FC-SUB)               DELIMITED BY SIZE
               '.txt'                          DELIMITED BY SIZE
               INTO FC-FEED-FILE-NAME
           END-STRING

           OPEN INPUT FEED-CHECK-FILE
           IF FC-FEED-FILE-STATUS IS EQUAL TO '00'
               SET FCF-IS-PRESENT (FC-SUB) TO TRUE
               PERFORM UNTIL NO-MORE-DATA
                   READ FEED-CHECK-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 793-COUNT-FEED-RECORD
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE FEED-CHECK-FILE
           END-IF

           PERFORM 794-JUDGE-FEED
           IF NOT FCF-PASSED (FC-SUB)
               ADD 1 TO FC-FAILED-COUNT
               DISPLAY 'FEED ' FCF-CODE (FC-SUB)
                       ' FAILED CHECK: ' FCF-RESULT (FC-SUB)
           END-IF
           .

      * The header gives the extract date; every other record is
      * counted and its stock added into the hash. The first data
      * record names the warehouse the feed belongs to.
       793-COUNT-FEED-RECORD.
           IF FK-IS-HEADER
               IF FK-EXTRACT-DATE IS NUMERIC
                   MOVE FK-EXTRACT-DATE TO FCF-EXTRACT-DATE (FC-SUB)
               END-IF
           ELSE
               ADD 1 TO FCF-RECORD-COUNT (FC-SUB)
               IF FCF-RECORD-COUNT (FC-SUB) IS EQUAL TO 1
                   MOVE FK-WAREHOUSE-ID TO WS-LOOKUP-SOURCE-CODE
                   PERFORM 13B-LOOKUP-WAREHOUSE
                   IF WAREHOUSE-IS-FOUND
                       MOVE WS-WAREHOUSE-ID-OUT TO
                               FCF-WAREHOUSE (FC-SUB)
                   END-IF
               END-IF
               IF FK-ENTRY-COUNT IS NUMERIC
                       AND FK-ENTRY-COUNT > ZERO
                       AND FK-ENTRY-COUNT NOT > 15
                   PERFORM VARYING FC-ENTRY-SUB FROM 1 BY 1
                           UNTIL FC-ENTRY-SUB > FK-ENTRY-COUNT
                       IF FK-STOCK (FC-ENTRY-SUB) IS NUMERIC
                           ADD FK-STOCK (FC-ENTRY-SUB) TO
                                   FCF-STOCK-HASH (FC-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      * A feed that names no warehouse of its own - missing, empty,
      * or all unknown codes - keeps the one history last saw it
      * carry, else its own source code translated.
       794-JUDGE-FEED.
           IF FCF-WAREHOUSE (FC-SUB) IS EQUAL TO SPACES
               MOVE FCF-CODE (FC-SUB) TO WS-LOOKUP-SOURCE-CODE
               PERFORM 13B-LOOKUP-WAREHOUSE
               IF WAREHOUSE-IS-FOUND
                   MOVE WS-WAREHOUSE-ID-OUT TO FCF-WAREHOUSE (FC-SUB)
               ELSE
                   MOVE FCF-CODE (FC-SUB) TO FCF-WAREHOUSE (FC-SUB)
               END-IF
           END-IF

           PERFORM 794B-AVERAGE-FEED-COUNT

           MOVE 'ACCEPTED' TO FCF-RESULT (FC-SUB)
           EVALUATE TRUE
               WHEN NOT FCF-IS-PRESENT (FC-SUB)
                   MOVE 'MISSING' TO FCF-RESULT (FC-SUB)
               WHEN FCF-RECORD-COUNT (FC-SUB) IS EQUAL TO ZERO
                   MOVE 'EMPTY' TO FCF-RESULT (FC-SUB)
               WHEN FCF-EXTRACT-DATE (FC-SUB) > ZERO
                       AND FCF-EXTRACT-DATE (FC-SUB) NOT >
                           FCF-LAST-EXTRACT (FC-SUB)
                   MOVE 'REPEAT' TO FCF-RESULT (FC-SUB)
               WHEN FCF-EXTRACT-DATE (FC-SUB) IS EQUAL TO ZERO
                       AND FCF-RECORD-COUNT (FC-SUB) IS EQUAL TO
                           FCF-LAST-COUNT (FC-SUB)
                       AND FCF-STOCK-HASH (FC-SUB) IS EQUAL TO
                           FCF-LAST-HASH (FC-SUB)
                   MOVE 'REPEAT' TO FCF-RESULT (FC-SUB)
               WHEN FC-HIST-RUNS > ZERO
                       AND FC-COUNT-DIFF > FC-ALLOWED-DIFF
                   MOVE 'COUNT' TO FCF-RESULT (FC-SUB)
           END-EVALUATE
           .

      * Average record count over the feed's accepted runs still in
      * history, and this morning's distance from it, both scaled
      * by 100 so the tolerance percent compares without rounding.
       794B-AVERAGE-FEED-COUNT.
           MOVE ZERO TO FC-HIST-TOTAL
           MOVE ZERO TO FC-HIST-RUNS
           MOVE ZERO TO FC-COUNT-DIFF
           MOVE ZERO TO FC-ALLOWED-DIFF
           PERFORM VARYING FH-SUB FROM 1 BY 1
                   UNTIL FH-SUB > FH-COUNT
               IF FHE-FEED (FH-SUB) IS EQUAL TO FCF-CODE (FC-SUB)
                       AND FHE-ACCEPTED (FH-SUB)
                   ADD FHE-RECORD-COUNT (FH-SUB) TO FC-HIST-TOTAL
                   ADD 1 TO FC-HIST-RUNS
               END-IF
           END-PERFORM
           IF FC-HIST-RUNS > ZERO
               DIVIDE FC-HIST-TOTAL BY FC-HIST-RUNS
                   GIVING FC-AVERAGE-COUNT ROUNDED
               MULTIPLY FC-AVERAGE-COUNT BY FC-TOLERANCE-PCT
                   GIVING FC-ALLOWED-DIFF
               IF FCF-RECORD-COUNT (FC-SUB) > FC-AVERAGE-COUNT
                   SUBTRACT FC-AVERAGE-COUNT FROM
                       FCF-RECORD-COUNT (FC-SUB) GIVING FC-COUNT-DIFF
               ELSE
                   SUBTRACT FCF-RECORD-COUNT (FC-SUB) FROM
                       FC-AVERAGE-COUNT GIVING FC-COUNT-DIFF
               END-IF
               MULTIPLY 100 BY FC-COUNT-DIFF
           END-IF
           .

      * The newest generation saved before today. A same-day
      * generation is passed over: it was built from this morning's
      * feeds, which are the ones in doubt.
       795-FIND-CARRY-GENERATION.
           MOVE ZERO TO FC-CARRY-GEN-DATE
           MOVE SPACES TO FC-CARRY-GEN-NAME
           OPEN INPUT GENERATION-CATALOG
           IF WS-CATALOG-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ GENERATION-CATALOG
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF GC-RUN-DATE < WS-RUN-DATE-KEY
                                   AND GC-RUN-DATE > FC-CARRY-GEN-DATE
                               MOVE GC-RUN-DATE TO FC-CARRY-GEN-DATE
                               MOVE GC-FILE-NAME TO FC-CARRY-GEN-NAME
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE GENERATION-CATALOG
           END-IF
           IF FC-CARRY-GEN-DATE IS EQUAL TO ZERO
               DISPLAY 'NO DATED GENERATION TO CARRY FORWARD FROM'
           END-IF
           .

       796-MARK-CARRIED.
           IF NOT FCF-PASSED (FC-SUB)
               SET FCF-IS-CARRIED (FC-SUB) TO TRUE
               MOVE FC-CARRY-GEN-DATE TO FCF-CARRY-DATE (FC-SUB)
               ADD 1 TO FC-CARRIED-COUNT
               MOVE FCF-WAREHOUSE (FC-SUB) TO CBL-WAREHOUSE
               MOVE FC-CARRY-GEN-DATE TO CBL-DATE
               PERFORM 796B-ADD-CARRY-BANNER
               DISPLAY 'WAREHOUSE ' CBL-WAREHOUSE
                       ' CARRIED FORWARD FROM ' CBL-DATE
           END-IF
           .

       796B-ADD-CARRY-BANNER.
           IF CB-COUNT < 4
               ADD 1 TO CB-COUNT
               MOVE CARRY-BANNER-LINE TO CB-LINE (CB-COUNT)
           END-IF
           .

      * Stands in for a failed feed's input procedure: the
      * warehouse's groups as they stood in the carry generation
      * are released to the sort and counted as that feed's reads
      * and releases, so the run balance still proves nothing was
      * dropped on the way to the merge.
       797-RELEASE-CARRIED-FEED.
           MOVE FC-CARRY-GEN-NAME TO WS-GENERATION-FILE-NAME
           OPEN INPUT GENERATION-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ GENERATION-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF GEN-WAREHOUSE-ID IS EQUAL TO
                               FCF-WAREHOUSE (FC-SUB)
                           PERFORM 797B-RELEASE-CARRIED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE GENERATION-FILE
           .

       797B-RELEASE-CARRIED-RECORD.
           EVALUATE FC-SUB
               WHEN 1
                   ADD 1 TO READ-COUNT-B100
                   ADD 1 TO RELEASED-COUNT-B100
               WHEN 2
                   ADD 1 TO READ-COUNT-B200
                   ADD 1 TO RELEASED-COUNT-B200
               WHEN 3
                   ADD 1 TO READ-COUNT-B300
                   ADD 1 TO RELEASED-COUNT-B300
               WHEN 4
                   ADD 1 TO READ-COUNT-B400
                   ADD 1 TO RELEASED-COUNT-B400
           END-EVALUATE
           ADD 1 TO FC-CARRY-RECORDS
           MOVE FCF-CODE (FC-SUB) TO RK-SOURCE-IN
           MOVE GEN-KEY-PART TO RK-KEY-IN
           PERFORM 24-CAPTURE-RELEASED-KEY
           IF NOT VALIDATE-ONLY-PASS
               MOVE GENERATION-RECORD TO SORT-RECORD
               RELEASE SORT-RECORD
           END-IF
           .

      * Today's four entries replace any a same-day rerun wrote and
      * go on the end; the oldest fall off past ten runs.
       798-WRITE-FEED-HISTORY.
           PERFORM VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > 4
               ADD 1 TO FH-COUNT
               MOVE SPACES TO FH-ENTRY (FH-COUNT)
               MOVE WS-RUN-DATE-KEY TO FHE-RUN-DATE (FH-COUNT)
               MOVE FCF-CODE (FC-SUB) TO FHE-FEED (FH-COUNT)
               MOVE FCF-WAREHOUSE (FC-SUB) TO FHE-WAREHOUSE (FH-COUNT)
               MOVE FCF-EXTRACT-DATE (FC-SUB) TO
                       FHE-EXTRACT-DATE (FH-COUNT)
               MOVE FCF-RECORD-COUNT (FC-SUB) TO
                       FHE-RECORD-COUNT (FH-COUNT)
               MOVE FCF-STOCK-HASH (FC-SUB) TO
                       FHE-STOCK-HASH (FH-COUNT)
               MOVE FCF-CARRY-DATE (FC-SUB) TO
                       FHE-CARRY-DATE (FH-COUNT)
               IF FCF-IS-CARRIED (FC-SUB)
                   MOVE 'C' TO FHE-STATUS (FH-COUNT)
               ELSE
                   MOVE 'A' TO FHE-STATUS (FH-COUNT)
               END-IF
           END-PERFORM

           MOVE 1 TO FH-KEEP-FROM
           IF FH-COUNT > 40
               SUBTRACT 39 FROM FH-COUNT GIVING FH-KEEP-FROM
           END-IF

           OPEN OUTPUT FEED-HISTORY-FILE
           PERFORM VARYING FH-SUB FROM FH-KEEP-FROM BY 1
                   UNTIL FH-SUB > FH-COUNT
               MOVE FH-ENTRY (FH-SUB) TO FEED-HISTORY-RECORD
               WRITE FEED-HISTORY-RECORD
           END-PERFORM
           CLOSE FEED-HISTORY-FILE
           .

      * A reprint puts back the warning the original run printed:
      * the carried-forward entries history holds for today's run,
      * or for the ASOF date.
       799-LOAD-CARRY-BANNERS.
           MOVE ZERO TO CB-COUNT
           IF RUN-MODE-ASOF
               MOVE WS-ASOF-DATE TO FC-BANNER-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE
               MOVE WS-CURRENT-DATE TO FC-BANNER-DATE
           END-IF
           OPEN INPUT FEED-HISTORY-FILE
           IF FC-HISTORY-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ FEED-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF FH-RUN-DATE IS EQUAL TO FC-BANNER-DATE
                                   AND FH-CARRIED
                               MOVE FH-WAREHOUSE TO CBL-WAREHOUSE
                               MOVE FH-CARRY-DATE TO CBL-DATE
                               PERFORM 796B-ADD-CARRY-BANNER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE FEED-HISTORY-FILE
           END-IF
           .

      **** STEP TIMING AND OPERATIONS SUMMARY ****
      * The checkpoint file says what finished, never when or how
      * long. Each major step is now bracketed by 800/805, the
               WRITE OPS-SUMMARY-RECORD FROM ASOF-BANNER-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE OPS-SUMMARY-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE OPS-SUMMARY-RECORD FROM OPS-COLUMN-HEADER
               AFTER ADVANCING 2

           MOVE OPS-EDIT-COUNT TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           PERFORM 824-OPS-LOT-LINES

      * Allocation only runs on a full run; a reprint leaves the
      * order lines off rather than print zeros for them.
           IF NOT RUN-MODE-REPRINT
               MOVE 'ORDER LINES ALLOCATED:' TO OPS-IL-LABEL
               MOVE AL-LINES-ALLOCATED TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'ORDER LINES BACKORDERED:' TO OPS-IL-LABEL
               MOVE AL-LINES-BACKORDERED TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'PICK BATCHES WRITTEN:' TO OPS-IL-LABEL
               MOVE AL-BATCHES-WRITTEN TO OPS-EDIT-COUNT
               MOVE OPS-EDIT-COUNT TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'PICK LINES CONFIRMED:' TO OPS-IL-LABEL
               MOVE AL-PICKS-CONFIRMED TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'PICK LINES BACK TO B/ORDER:' TO OPS-IL-LABEL
               MOVE AL-PICKS-SHORT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'PICK CONFIRMS NOT MATCHED:' TO OPS-IL-LABEL
               ADD PCT-UNMATCHED-COUNT PCT-LOST-COUNT
                   GIVING OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'INVOICES APPROVED TO PAY:' TO OPS-IL-LABEL
               MOVE IM-APPROVED-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'INVOICES ON HOLD:' TO OPS-IL-LABEL
               MOVE IM-HELD-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'MOVEMENTS TO HISTORY:' TO OPS-IL-LABEL
               MOVE MA-DAY-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'SLOW-MOVING ITEMS:' TO OPS-IL-LABEL
               MOVE MA-SLOW-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'DEAD STOCK ITEMS:' TO OPS-IL-LABEL
               MOVE MA-DEAD-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               PERFORM 823-OPS-RECON-LINES
               PERFORM 822-OPS-FEED-LINE
                   VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > 4
               PERFORM 821-OPS-JOURNAL-AND-CLOSE
           END-IF

           MOVE 'RUN BALANCE STATUS:' TO OPS-IL-LABEL
           EVALUATE TRUE
           CLOSE OPS-SUMMARY-FILE
           .

      * The posting journal's standing and, on a CLOSE run, what
      * became of the month-end close.
       821-OPS-JOURNAL-AND-CLOSE.
           MOVE 'GL JOURNAL STATUS:' TO OPS-IL-LABEL
           EVALUATE TRUE
               WHEN POSTING-REFUSED
                   MOVE PD-LAST-CLOSED TO PD-EDIT-WORK
                   PERFORM 865-EDIT-PERIOD
                   MOVE SPACES TO OPS-IL-VALUE
                   STRING 'CLOSED ' DELIMITED BY SIZE
                          PD-EDIT-PERIOD DELIMITED BY SIZE
                       INTO OPS-IL-VALUE
                   MOVE 'POSTING REFUSED - PERIOD:' TO OPS-IL-LABEL
               WHEN GL-IN-BALANCE
                   MOVE 'IN BALANCE' TO OPS-IL-VALUE
               WHEN GL-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO OPS-IL-VALUE
               WHEN OTHER
                   MOVE 'NOT PRODUCED' TO OPS-IL-VALUE
           END-EVALUATE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           IF NOT GL-NOT-PRODUCED
               MOVE 'GL JOURNAL DEBITS:' TO OPS-IL-LABEL
               MOVE GL-TOTAL-DEBITS TO OPS-EDIT-AMOUNT
               MOVE OPS-EDIT-AMOUNT TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'GL JOURNAL CREDITS:' TO OPS-IL-LABEL
               MOVE GL-TOTAL-CREDITS TO OPS-EDIT-AMOUNT
               MOVE OPS-EDIT-AMOUNT TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
           END-IF
           IF RUN-MODE-CLOSE
               MOVE PD-CLOSE-PERIOD TO PD-EDIT-WORK
               PERFORM 865-EDIT-PERIOD
               MOVE SPACES TO OPS-IL-LABEL
               STRING 'MONTH-END CLOSE ' DELIMITED BY SIZE
                      PD-EDIT-PERIOD DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                   INTO OPS-IL-LABEL
               EVALUATE TRUE
                   WHEN CLOSE-COMPLETED
                       MOVE 'CLOSED' TO OPS-IL-VALUE
                   WHEN CLOSE-ALREADY-CLOSED
                       MOVE 'ALREADY CLOSED' TO OPS-IL-VALUE
                   WHEN CLOSE-MONTH-NOT-ENDED
                       MOVE 'MONTH NOT ENDED' TO OPS-IL-VALUE
                   WHEN OTHER
                       MOVE 'NOT RUN' TO OPS-IL-VALUE
               END-EVALUATE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               IF CLOSE-COMPLETED
                   MOVE 'CLOSE STOCK AT STANDARD:' TO OPS-IL-LABEL
                   MOVE VL-GT-STD TO OPS-EDIT-AMOUNT
                   MOVE OPS-EDIT-AMOUNT TO OPS-IL-VALUE
                   WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF
           .

      * One line per morning feed: what its check found, and for a
      * feed carried forward the generation that stood in for it.
       822-OPS-FEED-LINE.
           MOVE SPACES TO OPS-IL-LABEL
           STRING
               'FEED '                         DELIMITED BY SIZE
               FCF-CODE (FC-SUB)               DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               FCF-RESULT (FC-SUB)             DELIMITED BY SPACE
               ':'                             DELIMITED BY SIZE
               INTO OPS-IL-LABEL
           END-STRING
           IF FCF-IS-CARRIED (FC-SUB)
               MOVE SPACES TO OPS-IL-VALUE
               STRING
                   'CARRIED '                  DELIMITED BY SIZE
                   FCF-CARRY-DATE (FC-SUB)     DELIMITED BY SIZE
                   INTO OPS-IL-VALUE
               END-STRING
           ELSE
               MOVE FCF-RECORD-COUNT (FC-SUB) TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
           END-IF
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           .

      * The roll-forward reconciliation's outcome, then a line for
      * every warehouse it found out of tolerance, with the
      * unexplained variance at cost regardless of sign.
       823-OPS-RECON-LINES.
           MOVE 'RECON PRIOR GENERATION:' TO OPS-IL-LABEL
           EVALUATE TRUE
               WHEN RF-RECONCILED
                   MOVE RF-PRIOR-GEN-DATE TO OPS-IL-VALUE
               WHEN RF-NO-PRIOR-GEN
                   MOVE 'NONE' TO OPS-IL-VALUE
               WHEN OTHER
                   MOVE 'NOT RUN' TO OPS-IL-VALUE
           END-EVALUATE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           IF RF-RECONCILED
               MOVE 'RECON ITEM VARIANCES:' TO OPS-IL-LABEL
               MOVE RF-VARIANCE-COUNT TO OPS-EDIT-NUM
               MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               MOVE 'RECON WHSE OUT OF TOLERANCE:' TO OPS-IL-LABEL
               MOVE RF-OUT-OF-TOL-COUNT TO OPS-EDIT-COUNT
               MOVE OPS-EDIT-COUNT TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
               PERFORM 823B-OPS-RECON-WAREHOUSE
                   VARYING RF-WH-SUB FROM 1 BY 1
                   UNTIL RF-WH-SUB > RF-WH-COUNT
           END-IF
           .

       823B-OPS-RECON-WAREHOUSE.
           IF RFW-IS-OUT-OF-TOL (RF-WH-SUB)
               MOVE SPACES TO OPS-IL-LABEL
               STRING
                   '  WAREHOUSE '              DELIMITED BY SIZE
                   RFW-WAREHOUSE (RF-WH-SUB)   DELIMITED BY SIZE
                   ' VARIANCE:'                DELIMITED BY SIZE
                   INTO OPS-IL-LABEL
               END-STRING
               MOVE RFW-ABS-COST (RF-WH-SUB) TO OPS-EDIT-AMOUNT
               MOVE OPS-EDIT-AMOUNT TO OPS-IL-VALUE
               WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
                   AFTER ADVANCING 1
           END-IF
           .

      * Lot holds, recalls and disposals as of the closing reports.
      * Recall cases not on hold are the ones that could still ship.
       824-OPS-LOT-LINES.
           MOVE 'LOTS ON HOLD/QUARANTINE:' TO OPS-IL-LABEL
           MOVE LT-HELD-LOT-COUNT TO OPS-EDIT-NUM
           MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           MOVE 'RECALLED CANDIES TRACED:' TO OPS-IL-LABEL
           MOVE RT-RECALL-COUNT TO OPS-EDIT-NUM
           MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           MOVE 'RECALL CASES NOT ON HOLD:' TO OPS-IL-LABEL
           MOVE RT-TOTAL-FREE-CASES TO OPS-EDIT-NUM
           MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           MOVE 'DISPOSALS MONTH TO DATE:' TO OPS-IL-LABEL
           MOVE DS-DISPOSAL-COUNT TO OPS-EDIT-NUM
           MOVE OPS-EDIT-NUM TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           MOVE 'DISPOSAL CHARGEBACK CLAIM:' TO OPS-IL-LABEL
           MOVE DS-CLAIM-COST TO OPS-EDIT-AMOUNT
           MOVE OPS-EDIT-AMOUNT TO OPS-IL-VALUE
           WRITE OPS-SUMMARY-RECORD FROM OPS-INFO-LINE
               AFTER ADVANCING 1
           .

      * One step line: elapsed this run, the prior run's elapsed
      * for the same step when the log has one, and the change. A
      * step with no prior shows N/A - a brand-new step or a prior
      * run that never got that far.
       825-PRINT-ONE-STEP.
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

      **** MONTH-END CLOSE ****
      * Every run reads the period control first. The run date is
      * the posting date, so once a month is closed a run dated in
      * that month - a late rerun, a backdated system clock - posts
      * nothing and says so on the ops summary.
       850-LOAD-PERIOD-CONTROL.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO PD-RUN-DATE
           MOVE WS-YEAR TO PD-EW-YY
           MOVE WS-MONTH TO PD-EW-MM
           MOVE PD-EDIT-WORK TO PD-POST-PERIOD
           IF PD-CLOSE-PERIOD IS EQUAL TO ZERO
               MOVE PD-POST-PERIOD TO PD-CLOSE-PERIOD
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS IS EQUAL TO '00'
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-CLOSED-PERIOD IS NUMERIC
                           MOVE PC-CLOSED-PERIOD TO PD-LAST-CLOSED
                       END-IF
                       IF PC-CLOSED-ON IS NUMERIC
                           MOVE PC-CLOSED-ON TO PD-LAST-CLOSED-ON
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF PD-LAST-CLOSED > ZERO
                   AND PD-POST-PERIOD IS NOT GREATER THAN PD-LAST-CLOSED
               SET POSTING-PERIOD-CLOSED TO TRUE
           END-IF
           .

       852-REFUSE-POSTING.
           SET POSTING-REFUSED TO TRUE
           .

      * CLOSE runs as a normal FULL run and then closes the month
      * off the freshly posted master. A month already closed, or
      * one that has not started yet, is bypassed - closing ahead of
      * the calendar would lock out today's own postings.
       855-MONTH-END-CLOSE.
           EVALUATE TRUE
               WHEN PD-LAST-CLOSED > ZERO
                       AND PD-CLOSE-PERIOD IS NOT GREATER THAN
                           PD-LAST-CLOSED
                   SET CLOSE-ALREADY-CLOSED TO TRUE
               WHEN PD-CLOSE-PERIOD > PD-POST-PERIOD
                   SET CLOSE-MONTH-NOT-ENDED TO TRUE
               WHEN OTHER
                   PERFORM 856-VALUE-POSTED-MASTER
                   PERFORM 858-WRITE-SNAPSHOT
                   PERFORM 859-WRITE-PERIOD-CONTROL
                   PERFORM 860-VALUATION-REPORT
                   SET CLOSE-COMPLETED TO TRUE
           END-EVALUATE
           .

      * Values every candy entry with stock on hand at the candy
      * master standard price and at the purchase price the feed
      * carried, summed by warehouse and vendor.
       856-VALUE-POSTED-MASTER.
           MOVE ZERO TO VL-COUNT
           MOVE ZERO TO VL-OVERFLOW-COUNT
           MOVE SPACES TO VL-HOLD-WAREHOUSE
           MOVE SPACES TO VL-HOLD-VENDOR
           MOVE 'N' TO VL-ENTRY-SWITCH
           OPEN INPUT MERGED-SORTED-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 857-VALUE-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE MERGED-SORTED-FILE
           .

       857-VALUE-ONE-RECORD.
           IF WAREHOUSE-ID-IN IS NOT EQUAL TO VL-HOLD-WAREHOUSE
                   OR VENDOR-ID-IN IS NOT EQUAL TO VL-HOLD-VENDOR
               PERFORM 857B-START-VALUATION-ENTRY
           END-IF
           IF VL-ENTRY-IS-OPEN
               MOVE CANDY-ID-IN TO WS-LOOKUP-CANDY-ID
               MOVE VENDOR-ID-IN TO WS-LOOKUP-CANDY-VENDOR
               PERFORM 13C-LOOKUP-CANDY
               PERFORM VARYING VL-ENTRY-SUB FROM 1 BY 1
                       UNTIL VL-ENTRY-SUB > CANDY-ENTRY-COUNT
                   IF CANDY-STOCK-IN (VL-ENTRY-SUB) IS NUMERIC
                           AND CANDY-STOCK-IN (VL-ENTRY-SUB) > ZERO
                       ADD CANDY-STOCK-IN (VL-ENTRY-SUB)
                           TO VLE-CASES (VL-COUNT)
                       MULTIPLY CANDY-STOCK-IN (VL-ENTRY-SUB)
                           BY WS-CANDY-STD-PRICE GIVING VL-WORK-STD
                       ADD VL-WORK-STD TO VLE-STD-VALUE (VL-COUNT)
                       IF PURCHASE-PRICE-IN (VL-ENTRY-SUB) IS NUMERIC
                               AND PURCHASE-PRICE-IN (VL-ENTRY-SUB)
                                   > ZERO
                           MULTIPLY CANDY-STOCK-IN (VL-ENTRY-SUB)
                               BY PURCHASE-PRICE-IN (VL-ENTRY-SUB)
                               GIVING VL-WORK-COST
                           ADD VL-WORK-COST
                               TO VLE-COST-VALUE (VL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO VL-OVERFLOW-COUNT
           END-IF
           .

       857B-START-VALUATION-ENTRY.
           MOVE WAREHOUSE-ID-IN TO VL-HOLD-WAREHOUSE
           MOVE VENDOR-ID-IN TO VL-HOLD-VENDOR
           IF VL-COUNT < 200
               ADD 1 TO VL-COUNT
               MOVE WAREHOUSE-ID-IN TO VLE-WAREHOUSE (VL-COUNT)
               MOVE VENDOR-ID-IN TO VLE-VENDOR (VL-COUNT)
               MOVE ZERO TO VLE-CASES (VL-COUNT)
               MOVE ZERO TO VLE-STD-VALUE (VL-COUNT)
               MOVE ZERO TO VLE-COST-VALUE (VL-COUNT)
               SET VL-ENTRY-IS-OPEN TO TRUE
           ELSE
               MOVE 'N' TO VL-ENTRY-SWITCH
           END-IF
           .

      * The snapshot is appended, never rewritten: it is the frozen
      * month-end position accounting reconciles the ledger to.
       858-WRITE-SNAPSHOT.
           OPEN EXTEND VALUATION-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT VALUATION-SNAPSHOT-FILE
           END-IF
           PERFORM VARYING VL-SUB FROM 1 BY 1
                   UNTIL VL-SUB > VL-COUNT
               MOVE SPACES TO VALUATION-SNAPSHOT-RECORD
               MOVE PD-CLOSE-PERIOD TO SN-PERIOD
               MOVE PD-RUN-DATE TO SN-CLOSE-DATE
               MOVE VLE-WAREHOUSE (VL-SUB) TO SN-WAREHOUSE-ID
               MOVE VLE-VENDOR (VL-SUB) TO SN-VENDOR-ID
               MOVE VLE-CASES (VL-SUB) TO SN-CASES
               MOVE VLE-STD-VALUE (VL-SUB) TO SN-STD-VALUE
               MOVE VLE-COST-VALUE (VL-SUB) TO SN-COST-VALUE
               WRITE VALUATION-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE VALUATION-SNAPSHOT-FILE
           .

       859-WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE PD-CLOSE-PERIOD TO PC-CLOSED-PERIOD
           MOVE PD-RUN-DATE TO PC-CLOSED-ON
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE
           MOVE PD-CLOSE-PERIOD TO PD-LAST-CLOSED
           MOVE PD-RUN-DATE TO PD-LAST-CLOSED-ON
           .

       860-VALUATION-REPORT.
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
           MOVE H2-DATE TO PN-DATE
           MOVE PD-CLOSE-PERIOD TO PD-EDIT-WORK
           PERFORM 865-EDIT-PERIOD
           MOVE PD-EDIT-PERIOD TO VP-PERIOD
           MOVE ZERO TO VL-PAGE-NO
           OPEN OUTPUT VALUATION-REPORT-FILE
           PERFORM 861-VALUATION-PAGE-HEADER
           INITIALIZE VL-WH-TOTALS
           INITIALIZE VL-GRAND-TOTALS

           IF VL-COUNT IS EQUAL TO ZERO
               WRITE VALUATION-REPORT-RECORD FROM VALUATION-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               MOVE SPACES TO VL-WH-HOLD
               PERFORM 862-PRINT-VALUATION-LINE
                   VARYING VL-SUB FROM 1 BY 1
                   UNTIL VL-SUB > VL-COUNT
               PERFORM 863-VALUATION-WH-TOTAL

               MOVE 'ALL WAREHOUSES' TO VL-TL-LABEL
               MOVE VL-GT-CASES TO VL-TL-CASES
               MOVE VL-GT-STD TO VL-TL-STD
               MOVE VL-GT-COST TO VL-TL-COST
               SUBTRACT VL-GT-STD FROM VL-GT-COST
                   GIVING VL-WORK-VARIANCE
               MOVE VL-WORK-VARIANCE TO VL-TL-VARIANCE
               MOVE 2 TO VL-SPACING
               PERFORM 861B-VALUATION-PAGE-CHECK
               WRITE VALUATION-REPORT-RECORD FROM VALUATION-TOTAL-LINE
                   AFTER ADVANCING VL-SPACING
               ADD VL-SPACING TO VL-LINE-COUNT
           END-IF

           IF VL-OVERFLOW-COUNT > ZERO
               MOVE VL-OVERFLOW-COUNT TO VL-OL-COUNT
               WRITE VALUATION-REPORT-RECORD
                   FROM VALUATION-OVERFLOW-LINE
                   AFTER ADVANCING 2
           END-IF

           CLOSE VALUATION-REPORT-FILE
           .

       861-VALUATION-PAGE-HEADER.
           ADD 1 TO VL-PAGE-NO
           MOVE VL-PAGE-NO TO PN-PAGE-NO
           WRITE VALUATION-REPORT-RECORD FROM VALUATION-HEADING
               AFTER ADVANCING PAGE
           WRITE VALUATION-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE VALUATION-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE VALUATION-REPORT-RECORD FROM VALUATION-PERIOD-LINE
               AFTER ADVANCING 1
           MOVE 2 TO VL-SPACING
           WRITE VALUATION-REPORT-RECORD FROM VALUATION-COLUMN-HEADER
               AFTER ADVANCING VL-SPACING
           MOVE 1 TO VL-SPACING
           MOVE 5 TO VL-LINE-COUNT
           .

       861B-VALUATION-PAGE-CHECK.
           IF VL-LINE-COUNT + VL-SPACING > WS-OVERFLOW-POINT
               PERFORM 861-VALUATION-PAGE-HEADER
           END-IF
           .

       862-PRINT-VALUATION-LINE.
           IF VLE-WAREHOUSE (VL-SUB) IS NOT EQUAL TO VL-WH-HOLD
               IF VL-WH-HOLD IS NOT EQUAL TO SPACES
                   PERFORM 863-VALUATION-WH-TOTAL
                   MOVE 2 TO VL-SPACING
               END-IF
               MOVE VLE-WAREHOUSE (VL-SUB) TO VL-WH-HOLD
               INITIALIZE VL-WH-TOTALS
           END-IF
           MOVE SPACES TO VALUATION-DETAIL-LINE
           MOVE VLE-WAREHOUSE (VL-SUB) TO VL-DL-WAREHOUSE
           MOVE VLE-VENDOR (VL-SUB) TO VL-DL-VENDOR
           MOVE VLE-CASES (VL-SUB) TO VL-DL-CASES
           MOVE VLE-STD-VALUE (VL-SUB) TO VL-DL-STD
           MOVE VLE-COST-VALUE (VL-SUB) TO VL-DL-COST
           SUBTRACT VLE-STD-VALUE (VL-SUB) FROM VLE-COST-VALUE (VL-SUB)
               GIVING VL-WORK-VARIANCE
           MOVE VL-WORK-VARIANCE TO VL-DL-VARIANCE
           PERFORM 861B-VALUATION-PAGE-CHECK
           WRITE VALUATION-REPORT-RECORD FROM VALUATION-DETAIL-LINE
               AFTER ADVANCING VL-SPACING
           ADD VL-SPACING TO VL-LINE-COUNT
           MOVE 1 TO VL-SPACING
           ADD VLE-CASES (VL-SUB) TO VL-WH-CASES
           ADD VLE-STD-VALUE (VL-SUB) TO VL-WH-STD
           ADD VLE-COST-VALUE (VL-SUB) TO VL-WH-COST
           ADD VLE-CASES (VL-SUB) TO VL-GT-CASES
           ADD VLE-STD-VALUE (VL-SUB) TO VL-GT-STD
           ADD VLE-COST-VALUE (VL-SUB) TO VL-GT-COST
           .

       863-VALUATION-WH-TOTAL.
           MOVE 'WAREHOUSE TOTAL' TO VL-TL-LABEL
           MOVE VL-WH-CASES TO VL-TL-CASES
           MOVE VL-WH-STD TO VL-TL-STD
           MOVE VL-WH-COST TO VL-TL-COST
           SUBTRACT VL-WH-STD FROM VL-WH-COST GIVING VL-WORK-VARIANCE
           MOVE VL-WORK-VARIANCE TO VL-TL-VARIANCE
           MOVE 1 TO VL-SPACING
           PERFORM 861B-VALUATION-PAGE-CHECK
           WRITE VALUATION-REPORT-RECORD FROM VALUATION-TOTAL-LINE
               AFTER ADVANCING VL-SPACING
           ADD VL-SPACING TO VL-LINE-COUNT
           .

      * yymm in PD-EDIT-WORK to MM/YY in PD-EDIT-PERIOD for print.
       865-EDIT-PERIOD.
           MOVE PD-EW-MM TO PD-EP-MM
           MOVE PD-EW-YY TO PD-EP-YY
           .
      **** VENDOR INVOICE THREE-WAY MATCH ****
      * Runs after posting, so the PO book already carries today's
      * receipts. Each invoice line must name a PO line for its
      * vendor and candy, must not bill more cases than that line
      * has received less what earlier invoices already billed, and
      * must not price over the candy master standard by more than
      * the candy's tolerance. Lines that pass go to the
      * approved-to-pay extract, are added to the line's invoiced
      * quantity and appended to the invoice history; the rest are
      * printed on the hold report with a reason code:
      *     DI  duplicate invoice - already approved for this PO
      *     UP  unknown PO - no open line for this vendor and candy
      *     BR  billed over received
      *     PT  price over tolerance
      *     IV  quantity or price not numeric
      *     HF  invoice history too big for the duplicate check
      * The approved extract is rebuilt every run, empty when there
      * is nothing to pay, so yesterday's file is never paid twice.
      * The new invoice history is built whole in a work file before
      * the INVWORK mark and only then copied back, the way the
      * movement history is rolled, so a restart never finds its
      * own approvals already on the history and holds them as
      * duplicates.
       870-MATCH-INVOICES.
           IF NOT CP-INVOICED-DONE
               IF NOT CP-INVWORK-DONE
                   PERFORM 872-RUN-INVOICE-MATCH
                   MOVE 'INVWORK' TO CHECKPOINT-RECORD
                   PERFORM 15C-MARK-CHECKPOINT
               END-IF
               PERFORM 870B-COPY-INVOICE-WORK
               MOVE 'INVOICED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
           END-IF
           .

       870B-COPY-INVOICE-WORK.
           OPEN INPUT  INVOICE-HISTORY-WORK-FILE
                OUTPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVOICE-HISTORY-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE INVOICE-HISTORY-RECORD
                           FROM INVOICE-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE INVOICE-HISTORY-WORK-FILE
                 INVOICE-HISTORY-FILE
           .

      * Loads the history into the duplicate table, copying each
      * line still inside the retention days into the new history
      * on the way.
       871-LOAD-INVOICE-HISTORY.
           MOVE ZERO TO IM-HIST-COUNT
           MOVE 'N' TO IM-HIST-FULL-SWITCH
           MOVE WS-CURRENT-DATE TO OP-DATE-WORK
           PERFORM 750-COMPUTE-DAY-SERIAL
           MOVE OP-SERIAL TO IM-REF-SERIAL
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-INVOICE-HISTORY-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVOICE-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 871B-AGE-INVOICE-HISTORY
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .

      * A line with an unreadable date cannot be aged and is kept:
      * dropping it could let a duplicate through.
       871B-AGE-INVOICE-HISTORY.
           IF IH-APPROVED-DATE IS NUMERIC
               MOVE IH-APPROVED-DATE TO OP-DATE-WORK
               PERFORM 750-COMPUTE-DAY-SERIAL
               SUBTRACT OP-SERIAL FROM IM-REF-SERIAL
                   GIVING IM-AGE-DAYS
           ELSE
               MOVE ZERO TO IM-AGE-DAYS
           END-IF
           IF IM-AGE-DAYS > IM-HISTORY-DAYS
               ADD 1 TO IM-PURGED-COUNT
           ELSE
               WRITE INVOICE-HISTORY-WORK-RECORD
                   FROM INVOICE-HISTORY-RECORD
               MOVE INVOICE-HISTORY-RECORD (1:19) TO IM-HISTORY-KEY
               PERFORM 871C-ADD-HISTORY-KEY
           END-IF
           .

       871C-ADD-HISTORY-KEY.
           IF IM-HIST-COUNT < 2000
               ADD 1 TO IM-HIST-COUNT
               MOVE IM-HISTORY-KEY TO IM-HIST-ENTRY (IM-HIST-COUNT)
           ELSE
               SET IM-HISTORY-FULL TO TRUE
           END-IF
           .

       872-RUN-INVOICE-MATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
           MOVE H2-DATE TO PN-DATE
           PERFORM 740-LOAD-OPEN-PO
           OPEN OUTPUT INVOICE-HISTORY-WORK-FILE
           PERFORM 871-LOAD-INVOICE-HISTORY
           OPEN OUTPUT APPROVED-PAY-FILE
                OUTPUT INVOICE-HOLD-REPORT-FILE
           PERFORM 879-HOLD-PAGE-HEADER

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ INVOICE-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 873-MATCH-ONE-INVOICE
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE INVOICE-FILE
           END-IF

           PERFORM 878-INVOICE-TOTALS
           CLOSE APPROVED-PAY-FILE
                 INVOICE-HOLD-REPORT-FILE
                 INVOICE-HISTORY-WORK-FILE
           .

       873-MATCH-ONE-INVOICE.
           ADD 1 TO IM-READ-COUNT
           MOVE SPACES TO IM-HOLD-CODE
           MOVE ZERO TO IM-PO-SUB
           IF INV-QTY-BILLED IS NUMERIC
                   AND INV-UNIT-PRICE IS NUMERIC
               PERFORM 874-CHECK-DUPLICATE
               PERFORM 875-FIND-PO-LINE
               MOVE INV-CANDY-ID TO WS-LOOKUP-CANDY-ID
               MOVE INV-VENDOR-ID TO WS-LOOKUP-CANDY-VENDOR
               PERFORM 13C-LOOKUP-CANDY
               COMPUTE IM-PRICE-LIMIT =
                   WS-CANDY-STD-PRICE * (100 + WS-CANDY-TOLERANCE)
                       / 100
               EVALUATE TRUE
                   WHEN IM-DUPLICATE-FOUND
                       MOVE 'DI' TO IM-HOLD-CODE
                       MOVE 'DUPLICATE INVOICE' TO IM-HOLD-REASON
                   WHEN IM-PO-SUB IS EQUAL TO ZERO
                       MOVE 'UP' TO IM-HOLD-CODE
                       MOVE 'UNKNOWN PO' TO IM-HOLD-REASON
                   WHEN INV-QTY-BILLED + OPT-INVOICED-QTY (IM-PO-SUB)
                           > OPT-RECEIVED-QTY (IM-PO-SUB)
                       MOVE 'BR' TO IM-HOLD-CODE
                       MOVE 'BILLED OVER RECEIVED' TO IM-HOLD-REASON
                   WHEN INV-UNIT-PRICE > IM-PRICE-LIMIT
                       MOVE 'PT' TO IM-HOLD-CODE
                       MOVE 'PRICE OVER TOLERANCE' TO IM-HOLD-REASON
               END-EVALUATE
           ELSE
               MOVE 'IV' TO IM-HOLD-CODE
               MOVE 'INVALID QTY OR PRICE' TO IM-HOLD-REASON
           END-IF
      * With the table full a duplicate could slip past 874, so a
      * line that otherwise matched is held rather than paid.
           IF IM-HISTORY-FULL AND IM-INVOICE-MATCHED
               MOVE 'HF' TO IM-HOLD-CODE
               MOVE 'HISTORY TABLE FULL' TO IM-HOLD-REASON
           END-IF

           IF IM-INVOICE-MATCHED
               PERFORM 876-APPROVE-INVOICE
           ELSE
               PERFORM 877-HOLD-INVOICE
           END-IF
           .

       874-CHECK-DUPLICATE.
           MOVE 'N' TO IM-DUPLICATE-SWITCH
           MOVE INV-VENDOR-ID TO IM-HK-VENDOR
           MOVE INV-NUMBER TO IM-HK-INVOICE
           MOVE INV-PO-NUMBER TO IM-HK-PO
           PERFORM VARYING IM-HIST-SUB FROM 1 BY 1
                   UNTIL IM-HIST-SUB > IM-HIST-COUNT
                       OR IM-DUPLICATE-FOUND
               IF IM-HIST-ENTRY (IM-HIST-SUB) IS EQUAL TO
                       IM-HISTORY-KEY
                   SET IM-DUPLICATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       875-FIND-PO-LINE.
           PERFORM VARYING OP-SUB FROM 1 BY 1
                   UNTIL OP-SUB > OP-COUNT
                       OR IM-PO-SUB > ZERO
               IF OPT-PO-NUMBER (OP-SUB) IS EQUAL TO INV-PO-NUMBER
                       AND OPT-VENDOR (OP-SUB) IS EQUAL TO
                           INV-VENDOR-ID
                       AND OPT-CANDY (OP-SUB) IS EQUAL TO INV-CANDY-ID
                   MOVE OP-SUB TO IM-PO-SUB
               END-IF
           END-PERFORM
           .

       876-APPROVE-INVOICE.
           MULTIPLY INV-QTY-BILLED BY INV-UNIT-PRICE
               GIVING IM-EXTENDED-AMOUNT
           MOVE SPACES TO APPROVED-PAY-RECORD
           MOVE INV-NUMBER TO AP-INVOICE-NUMBER
           MOVE INV-VENDOR-ID TO AP-VENDOR-ID
           MOVE INV-PO-NUMBER TO AP-PO-NUMBER
           MOVE INV-CANDY-ID TO AP-CANDY-ID
           MOVE OPT-WAREHOUSE (IM-PO-SUB) TO AP-WAREHOUSE-ID
           MOVE INV-QTY-BILLED TO AP-QTY-BILLED
           MOVE INV-UNIT-PRICE TO AP-UNIT-PRICE
           MOVE IM-EXTENDED-AMOUNT TO AP-EXTENDED-AMOUNT
           IF INV-INVOICE-DATE IS NUMERIC
               MOVE INV-INVOICE-DATE TO AP-INVOICE-DATE
           ELSE
               MOVE ZERO TO AP-INVOICE-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO AP-APPROVED-DATE
           WRITE APPROVED-PAY-RECORD

           MOVE SPACES TO INVOICE-HISTORY-WORK-RECORD
           MOVE INV-VENDOR-ID TO IHW-VENDOR-ID
           MOVE INV-NUMBER TO IHW-INVOICE-NUMBER
           MOVE INV-PO-NUMBER TO IHW-PO-NUMBER
           MOVE INV-CANDY-ID TO IHW-CANDY-ID
           MOVE INV-QTY-BILLED TO IHW-QTY-BILLED
           MOVE WS-CURRENT-DATE TO IHW-APPROVED-DATE
           WRITE INVOICE-HISTORY-WORK-RECORD
           PERFORM 871C-ADD-HISTORY-KEY

           ADD INV-QTY-BILLED TO OPT-INVOICED-QTY (IM-PO-SUB)
           ADD 1 TO IM-APPROVED-COUNT
           ADD IM-EXTENDED-AMOUNT TO IM-APPROVED-AMOUNT
           .

       877-HOLD-INVOICE.
           ADD 1 TO IM-HELD-COUNT
           MOVE SPACES TO INVOICE-HOLD-DETAIL-LINE
           MOVE INV-NUMBER TO HL-DL-INVOICE
           MOVE INV-VENDOR-ID TO HL-DL-VENDOR
           MOVE INV-PO-NUMBER TO HL-DL-PO-NUMBER
           MOVE INV-CANDY-ID TO HL-DL-CANDY
           IF INV-QTY-BILLED IS NUMERIC
               MOVE INV-QTY-BILLED TO HL-DL-BILLED
           ELSE
               MOVE ZERO TO HL-DL-BILLED
           END-IF
           IF IM-PO-SUB > ZERO
               MOVE OPT-RECEIVED-QTY (IM-PO-SUB) TO HL-DL-RECEIVED
           ELSE
               MOVE ZERO TO HL-DL-RECEIVED
           END-IF
           IF INV-UNIT-PRICE IS NUMERIC
               MOVE INV-UNIT-PRICE TO HL-DL-PRICE
           ELSE
               MOVE ZERO TO HL-DL-PRICE
           END-IF
           IF IM-HOLD-CODE IS NOT EQUAL TO 'IV'
               MULTIPLY INV-QTY-BILLED BY INV-UNIT-PRICE
                   GIVING IM-EXTENDED-AMOUNT
               ADD IM-EXTENDED-AMOUNT TO IM-HELD-AMOUNT
           END-IF
           MOVE IM-HOLD-CODE TO HL-DL-CODE
           MOVE IM-HOLD-REASON TO HL-DL-REASON
           PERFORM 879B-HOLD-PAGE-CHECK
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM INVOICE-HOLD-DETAIL-LINE
               AFTER ADVANCING IM-SPACING
           ADD IM-SPACING TO IM-LINE-COUNT
           MOVE 1 TO IM-SPACING
           .

       878-INVOICE-TOTALS.
           IF IM-READ-COUNT IS EQUAL TO ZERO
               WRITE INVOICE-HOLD-REPORT-RECORD
                   FROM INVOICE-HOLD-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               IF IM-HELD-COUNT IS EQUAL TO ZERO
                   WRITE INVOICE-HOLD-REPORT-RECORD
                       FROM INVOICE-HOLD-CLEAR-LINE
                       AFTER ADVANCING 2
               END-IF
               MOVE 'INVOICE LINES READ:' TO HL-SUM-LABEL
               MOVE IM-READ-COUNT TO HL-SUM-COUNT
               MOVE ZERO TO HL-SUM-AMOUNT
               MOVE 3 TO IM-SPACING
               PERFORM 879B-HOLD-PAGE-CHECK
               WRITE INVOICE-HOLD-REPORT-RECORD
                   FROM INVOICE-HOLD-SUMMARY-LINE
                   AFTER ADVANCING IM-SPACING
               MOVE 'APPROVED TO PAY:' TO HL-SUM-LABEL
               MOVE IM-APPROVED-COUNT TO HL-SUM-COUNT
               MOVE IM-APPROVED-AMOUNT TO HL-SUM-AMOUNT
               WRITE INVOICE-HOLD-REPORT-RECORD
                   FROM INVOICE-HOLD-SUMMARY-LINE
                   AFTER ADVANCING 1
               MOVE 'HELD:' TO HL-SUM-LABEL
               MOVE IM-HELD-COUNT TO HL-SUM-COUNT
               MOVE IM-HELD-AMOUNT TO HL-SUM-AMOUNT
               WRITE INVOICE-HOLD-REPORT-RECORD
                   FROM INVOICE-HOLD-SUMMARY-LINE
                   AFTER ADVANCING 1
               MOVE 1 TO IM-SPACING
           END-IF
           MOVE 'HISTORY LINES PURGED:' TO HL-SUM-LABEL
           MOVE IM-PURGED-COUNT TO HL-SUM-COUNT
           MOVE ZERO TO HL-SUM-AMOUNT
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM INVOICE-HOLD-SUMMARY-LINE
               AFTER ADVANCING 2
           IF IM-HISTORY-FULL
               WRITE INVOICE-HOLD-REPORT-RECORD
                   FROM INVOICE-HOLD-FULL-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       879-HOLD-PAGE-HEADER.
           ADD 1 TO IM-PAGE-NO
           MOVE IM-PAGE-NO TO PN-PAGE-NO
           WRITE INVOICE-HOLD-REPORT-RECORD FROM INVOICE-HOLD-HEADING
               AFTER ADVANCING PAGE
           WRITE INVOICE-HOLD-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE INVOICE-HOLD-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO IM-SPACING
           WRITE INVOICE-HOLD-REPORT-RECORD
               FROM INVOICE-HOLD-COLUMN-HEADER
               AFTER ADVANCING IM-SPACING
           MOVE 1 TO IM-SPACING
           MOVE 4 TO IM-LINE-COUNT
           .

       879B-HOLD-PAGE-CHECK.
           IF IM-LINE-COUNT + IM-SPACING > WS-OVERFLOW-POINT
               PERFORM 879-HOLD-PAGE-HEADER
           END-IF
           .
      **** ROLL-FORWARD RECONCILIATION ****
      * The run balance proves no record was lost on the way from
      * the feeds to the master; this proves the quantities. The
      * newest generation saved before today is yesterday's posted
      * master. Rolled forward by every movement posted after it
      * was saved - today's posting included, as the history now
      * holds it - it should equal what the warehouses sent this
      * morning, taken from the consolidated feed before posting
      * touched it. Whatever is left over is unexplained: it is
      * printed by item with its cost at the item's purchase price,
      * and each warehouse is totalled and judged against the
      * tolerance percent of its expected stock value. A warehouse
      * carried forward has no feed of its own to prove and is only
      * listed. The step only reads, so a restart runs it again.
       880-ROLL-FORWARD-RECON.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
           MOVE H2-DATE TO PN-DATE
           MOVE ZERO TO RF-PAGE-NO
           MOVE ZERO TO RF-ITEM-COUNT
           MOVE ZERO TO RF-VARIANCE-COUNT
           MOVE ZERO TO RF-OUT-OF-TOL-COUNT
           MOVE ZERO TO RF-OVERFLOW-COUNT
           MOVE ZERO TO RF-WH-COUNT
           MOVE SPACES TO RF-WH-HOLD
           INITIALIZE RF-GRAND-TOTALS

           PERFORM 881-FIND-PRIOR-GENERATION
           MOVE RF-PRIOR-GEN-DATE TO RF-PL-DATE
           MOVE RF-TOLERANCE-PCT TO RF-PL-TOLERANCE
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 889-RECON-PAGE-HEADER

           IF RF-PRIOR-GEN-DATE IS EQUAL TO ZERO
               SET RF-NO-PRIOR-GEN TO TRUE
               WRITE RECON-REPORT-RECORD FROM RECON-NO-PRIOR-LINE
                   AFTER ADVANCING 2
           ELSE
               SET RF-RECONCILED TO TRUE
               SORT MOVEMENT-SORT-FILE
                   ON ASCENDING KEY MSORT-WAREHOUSE-ID
                   ON ASCENDING KEY MSORT-VENDOR-ID
                   ON ASCENDING KEY MSORT-CANDY-ID
                   ON ASCENDING KEY MSORT-POST-DATE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 882-RELEASE-POSTED-MOVES
                   GIVING MOVEMENT-SORTED-FILE
               PERFORM 883-MATCH-RECON-FILES
               IF RF-VARIANCE-COUNT IS EQUAL TO ZERO
                   MOVE 2 TO RF-SPACING
                   PERFORM 889B-RECON-PAGE-CHECK
                   WRITE RECON-REPORT-RECORD FROM RECON-NONE-LINE
                       AFTER ADVANCING RF-SPACING
                   ADD RF-SPACING TO RF-LINE-COUNT
               END-IF
               PERFORM 888-RECON-WH-SUMMARY
           END-IF

           CLOSE RECON-REPORT-FILE
           .

      * The newest catalogued generation dated before today. A
      * same-day rerun's own generation is not a prior position.
       881-FIND-PRIOR-GENERATION.
           MOVE ZERO TO RF-PRIOR-GEN-DATE
           MOVE SPACES TO RF-PRIOR-GEN-NAME
           OPEN INPUT GENERATION-CATALOG
           IF WS-CATALOG-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ GENERATION-CATALOG
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF GC-RUN-DATE < WS-RUN-DATE-KEY
                                   AND GC-RUN-DATE > RF-PRIOR-GEN-DATE
                               MOVE GC-RUN-DATE TO RF-PRIOR-GEN-DATE
                               MOVE GC-FILE-NAME TO RF-PRIOR-GEN-NAME
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE GENERATION-CATALOG
           END-IF
           IF RF-PRIOR-GEN-DATE IS EQUAL TO ZERO
               DISPLAY 'NO PRIOR GENERATION - RECONCILIATION NOT RUN'
           END-IF
           .

      * Releases the history posted after the prior generation was
      * saved, to be put in master key order for the match.
       882-RELEASE-POSTED-MOVES.
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF WS-MOVEMENT-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ MOVEMENT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF MH-POST-DATE > RF-PRIOR-GEN-DATE
                               RELEASE MOVEMENT-SORT-RECORD
                                   FROM MOVEMENT-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF
           .

      * Walks the three files together in key order. Each file's
      * key goes to high-values at its end, so the lowest key of
      * the three is always the next one to reconcile.
       883-MATCH-RECON-FILES.
           MOVE RF-PRIOR-GEN-NAME TO WS-GENERATION-FILE-NAME
           OPEN INPUT GENERATION-FILE
                      MOVEMENT-SORTED-FILE
                      CONSOLIDATED-FILE
           PERFORM 884-READ-PRIOR-GEN
           PERFORM 884B-READ-POSTED-MOVE
           PERFORM 884C-READ-FEED-GROUP
           PERFORM 885-RECONCILE-ONE-KEY
               UNTIL RF-GEN-KEY IS EQUAL TO HIGH-VALUES
                 AND RF-MOVE-KEY IS EQUAL TO HIGH-VALUES
                 AND RF-FEED-KEY IS EQUAL TO HIGH-VALUES
           CLOSE GENERATION-FILE
                 MOVEMENT-SORTED-FILE
                 CONSOLIDATED-FILE
           .

       884-READ-PRIOR-GEN.
           READ GENERATION-FILE
               AT END
                   MOVE HIGH-VALUES TO RF-GEN-KEY
               NOT AT END
                   MOVE GEN-KEY-PART TO RF-GEN-KEY
           END-READ
           .

       884B-READ-POSTED-MOVE.
           READ MOVEMENT-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO RF-MOVE-KEY
               NOT AT END
                   MOVE MV-WAREHOUSE-ID TO RF-MOVE-WAREHOUSE
                   MOVE MV-VENDOR-ID TO RF-MOVE-VENDOR
                   MOVE MV-CANDY-ID TO RF-MOVE-CANDY
           END-READ
           .

       884C-READ-FEED-GROUP.
           READ CONSOLIDATED-FILE
               AT END
                   MOVE HIGH-VALUES TO RF-FEED-KEY
               NOT AT END
                   MOVE CONS-WAREHOUSE-ID TO RF-FEED-WAREHOUSE
                   MOVE CONS-VENDOR-ID TO RF-FEED-VENDOR
                   MOVE CONS-CANDY-ID TO RF-FEED-CANDY
           END-READ
           .

      * Prior stock, net posted movement and fed stock for the
      * lowest key. A movement's effect is its stock after less its
      * stock before, so an adjustment that replaced the count and
      * a shipment floored at zero roll forward exactly as posted.
      * The fed purchase price values the item; a key no longer fed
      * falls back on the price it carried yesterday.
       885-RECONCILE-ONE-KEY.
           MOVE RF-GEN-KEY TO RF-LOW-KEY
           IF RF-MOVE-KEY < RF-LOW-KEY
               MOVE RF-MOVE-KEY TO RF-LOW-KEY
           END-IF
           IF RF-FEED-KEY < RF-LOW-KEY
               MOVE RF-FEED-KEY TO RF-LOW-KEY
           END-IF
           MOVE ZERO TO RF-PRIOR-QTY
           MOVE ZERO TO RF-MOVE-QTY
           MOVE ZERO TO RF-FEED-QTY
           MOVE ZERO TO RF-UNIT-PRICE
           MOVE 'N' TO RF-IN-GEN-SWITCH
           MOVE 'N' TO RF-IN-FEED-SWITCH

           IF RF-GEN-KEY IS EQUAL TO RF-LOW-KEY
               SET RF-IN-GEN TO TRUE
               PERFORM VARYING RF-ENTRY-SUB FROM 1 BY 1
                       UNTIL RF-ENTRY-SUB > GEN-ENTRY-COUNT
                   IF GEN-STOCK (RF-ENTRY-SUB) IS NUMERIC
                       ADD GEN-STOCK (RF-ENTRY-SUB) TO RF-PRIOR-QTY
                   END-IF
               END-PERFORM
               IF GEN-PRICE (1) IS NUMERIC
                   MOVE GEN-PRICE (1) TO RF-UNIT-PRICE
               END-IF
               PERFORM 884-READ-PRIOR-GEN
           END-IF

           PERFORM UNTIL RF-MOVE-KEY IS NOT EQUAL TO RF-LOW-KEY
               IF MV-STOCK-AFTER IS NUMERIC
                       AND MV-STOCK-BEFORE IS NUMERIC
                   ADD MV-STOCK-AFTER TO RF-MOVE-QTY
                   SUBTRACT MV-STOCK-BEFORE FROM RF-MOVE-QTY
               END-IF
               PERFORM 884B-READ-POSTED-MOVE
           END-PERFORM

           IF RF-FEED-KEY IS EQUAL TO RF-LOW-KEY
               SET RF-IN-FEED TO TRUE
               PERFORM VARYING RF-ENTRY-SUB FROM 1 BY 1
                       UNTIL RF-ENTRY-SUB > CONS-CANDY-ENTRY-COUNT
                   IF CONS-STOCK (RF-ENTRY-SUB) IS NUMERIC
                       ADD CONS-STOCK (RF-ENTRY-SUB) TO RF-FEED-QTY
                   END-IF
               END-PERFORM
               IF CONS-PRICE (1) IS NUMERIC
                       AND CONS-PRICE (1) > ZERO
                   MOVE CONS-PRICE (1) TO RF-UNIT-PRICE
               END-IF
               PERFORM 884C-READ-FEED-GROUP
           END-IF

           PERFORM 886-JUDGE-RECON-ITEM
           .

       886-JUDGE-RECON-ITEM.
           ADD 1 TO RF-ITEM-COUNT
           PERFORM 886B-FIND-RECON-WAREHOUSE
           IF RF-WH-SUB IS EQUAL TO ZERO
               ADD 1 TO RF-OVERFLOW-COUNT
           ELSE
               ADD 1 TO RFW-ITEMS (RF-WH-SUB)
           END-IF
           IF NOT RF-WH-CARRIED
               ADD RF-PRIOR-QTY RF-MOVE-QTY GIVING RF-EXPECTED-QTY
               SUBTRACT RF-EXPECTED-QTY FROM RF-FEED-QTY
                   GIVING RF-VARIANCE-QTY
               IF RF-WH-SUB > ZERO
                   MULTIPLY RF-EXPECTED-QTY BY RF-UNIT-PRICE
                       GIVING RF-WORK-VALUE
                   ADD RF-WORK-VALUE TO RFW-EXPECTED-VALUE (RF-WH-SUB)
               END-IF
               IF RF-VARIANCE-QTY IS NOT EQUAL TO ZERO
                   PERFORM 887-PRINT-RECON-LINE
               END-IF
           END-IF
           .

      * Finds the key's warehouse in the summary table, adding it
      * the first time it is seen. A full table leaves the
      * subscript at zero: the item is still reconciled and
      * printed, just not summarized. Carried is judged from the
      * morning feed checks either way.
       886B-FIND-RECON-WAREHOUSE.
           MOVE 'N' TO RF-CARRIED-SWITCH
           PERFORM VARYING FC-SUB FROM 1 BY 1
                   UNTIL FC-SUB > 4
               IF FCF-WAREHOUSE (FC-SUB) IS EQUAL TO RF-LOW-WAREHOUSE
                       AND FCF-IS-CARRIED (FC-SUB)
                   SET RF-WH-CARRIED TO TRUE
               END-IF
           END-PERFORM

           MOVE ZERO TO RF-WH-SUB
           PERFORM VARYING RF-SEARCH-SUB FROM 1 BY 1
                   UNTIL RF-SEARCH-SUB > RF-WH-COUNT
               IF RFW-WAREHOUSE (RF-SEARCH-SUB) IS EQUAL TO
                       RF-LOW-WAREHOUSE
                   MOVE RF-SEARCH-SUB TO RF-WH-SUB
               END-IF
           END-PERFORM

           IF RF-WH-SUB IS EQUAL TO ZERO
                   AND RF-WH-COUNT < 20
               ADD 1 TO RF-WH-COUNT
               MOVE RF-WH-COUNT TO RF-WH-SUB
               INITIALIZE RF-WH-ENTRY (RF-WH-SUB)
               MOVE RF-LOW-WAREHOUSE TO RFW-WAREHOUSE (RF-WH-SUB)
               MOVE RF-CARRIED-SWITCH TO RFW-CARRIED (RF-WH-SUB)
               MOVE 'N' TO RFW-OUT-OF-TOL (RF-WH-SUB)
           END-IF
           .

      * One unexplained variance. NEW ITEM is a key fed today that
      * yesterday's master did not hold; NOT FED is one the master
      * held that no feed reported this morning.
       887-PRINT-RECON-LINE.
           ADD 1 TO RF-VARIANCE-COUNT
           MULTIPLY RF-VARIANCE-QTY BY RF-UNIT-PRICE
               GIVING RF-COST-IMPACT
           IF RF-LOW-WAREHOUSE IS NOT EQUAL TO RF-WH-HOLD
               IF RF-WH-HOLD IS NOT EQUAL TO SPACES
                   MOVE 2 TO RF-SPACING
               END-IF
               MOVE RF-LOW-WAREHOUSE TO RF-WH-HOLD
           END-IF
           MOVE SPACES TO RECON-DETAIL-LINE
           MOVE RF-LOW-WAREHOUSE TO RF-DL-WAREHOUSE
           MOVE RF-LOW-VENDOR TO RF-DL-VENDOR
           MOVE RF-LOW-CANDY TO RF-DL-CANDY
           MOVE RF-PRIOR-QTY TO RF-DL-PRIOR
           MOVE RF-MOVE-QTY TO RF-DL-MOVES
           MOVE RF-EXPECTED-QTY TO RF-DL-EXPECTED
           MOVE RF-FEED-QTY TO RF-DL-FEED
           MOVE RF-VARIANCE-QTY TO RF-DL-VARIANCE
           MOVE RF-COST-IMPACT TO RF-DL-COST
           EVALUATE TRUE
               WHEN NOT RF-IN-GEN
                   MOVE 'NEW ITEM' TO RF-DL-FLAG
               WHEN NOT RF-IN-FEED
                   MOVE 'NOT FED' TO RF-DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO RF-DL-FLAG
           END-EVALUATE
           PERFORM 889B-RECON-PAGE-CHECK
           WRITE RECON-REPORT-RECORD FROM RECON-DETAIL-LINE
               AFTER ADVANCING RF-SPACING
           ADD RF-SPACING TO RF-LINE-COUNT
           MOVE 1 TO RF-SPACING

           IF RF-WH-SUB > ZERO
               ADD 1 TO RFW-VARIANCES (RF-WH-SUB)
               ADD RF-VARIANCE-QTY TO RFW-NET-UNITS (RF-WH-SUB)
               ADD RF-COST-IMPACT TO RFW-NET-COST (RF-WH-SUB)
               IF RF-COST-IMPACT < ZERO
                   SUBTRACT RF-COST-IMPACT FROM RFW-ABS-COST (RF-WH-SUB)
               ELSE
                   ADD RF-COST-IMPACT TO RFW-ABS-COST (RF-WH-SUB)
               END-IF
           END-IF
           .

      * Warehouse-level summary. Variances are netted for the
      * book adjustment but judged on their absolute cost, so a
      * shortage in one candy cannot hide an overage in another.
       888-RECON-WH-SUMMARY.
           MOVE 5 TO RF-SPACING
           PERFORM 889B-RECON-PAGE-CHECK
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-HEADING
               AFTER ADVANCING 3
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-HEADER
               AFTER ADVANCING 2
           ADD RF-SPACING TO RF-LINE-COUNT
           MOVE 1 TO RF-SPACING

           PERFORM 888B-PRINT-RECON-WH-LINE
               VARYING RF-WH-SUB FROM 1 BY 1
               UNTIL RF-WH-SUB > RF-WH-COUNT

           MOVE SPACES TO RECON-SUMMARY-LINE
           MOVE 'TOTAL' TO RF-SL-LABEL
           MOVE RF-GT-ITEMS TO RF-SL-ITEMS
           MOVE RF-GT-VARIANCES TO RF-SL-VARIANCES
           MOVE RF-GT-NET-UNITS TO RF-SL-NET-UNITS
           MOVE RF-GT-NET-COST TO RF-SL-NET-COST
           MOVE RF-GT-ABS-COST TO RF-SL-ABS-COST
           MOVE RF-GT-ABS-COST TO RF-WORK-ABS
           MOVE RF-GT-EXPECTED-VALUE TO RF-WORK-BASE
           PERFORM 888C-COMPUTE-RECON-PCT
           MOVE RF-WORK-PCT TO RF-SL-PCT
           MOVE 2 TO RF-SPACING
           PERFORM 889B-RECON-PAGE-CHECK
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-LINE
               AFTER ADVANCING RF-SPACING
           ADD RF-SPACING TO RF-LINE-COUNT

           IF RF-OVERFLOW-COUNT > ZERO
               MOVE RF-OVERFLOW-COUNT TO RF-OL-COUNT
               WRITE RECON-REPORT-RECORD FROM RECON-OVERFLOW-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       888B-PRINT-RECON-WH-LINE.
           MOVE SPACES TO RECON-SUMMARY-LINE
           MOVE RFW-WAREHOUSE (RF-WH-SUB) TO RF-SL-LABEL
           MOVE RFW-ITEMS (RF-WH-SUB) TO RF-SL-ITEMS
           MOVE RFW-VARIANCES (RF-WH-SUB) TO RF-SL-VARIANCES
           MOVE RFW-NET-UNITS (RF-WH-SUB) TO RF-SL-NET-UNITS
           MOVE RFW-NET-COST (RF-WH-SUB) TO RF-SL-NET-COST
           MOVE RFW-ABS-COST (RF-WH-SUB) TO RF-SL-ABS-COST
           MOVE RFW-ABS-COST (RF-WH-SUB) TO RF-WORK-ABS
           MOVE RFW-EXPECTED-VALUE (RF-WH-SUB) TO RF-WORK-BASE
           PERFORM 888C-COMPUTE-RECON-PCT
           MOVE RF-WORK-PCT TO RF-SL-PCT

           IF RFW-IS-CARRIED (RF-WH-SUB)
               MOVE 'CARRIED' TO RF-SL-STATUS
           ELSE
               IF RF-WORK-BASE > ZERO
                   MULTIPLY RF-WORK-BASE BY RF-TOLERANCE-PCT
                       GIVING RF-ALLOWED-COST
                   DIVIDE 100 INTO RF-ALLOWED-COST ROUNDED
               ELSE
                   MOVE ZERO TO RF-ALLOWED-COST
               END-IF
               IF RF-WORK-ABS > RF-ALLOWED-COST
                   SET RFW-IS-OUT-OF-TOL (RF-WH-SUB) TO TRUE
                   ADD 1 TO RF-OUT-OF-TOL-COUNT
                   MOVE 'OUT OF TOL' TO RF-SL-STATUS
               ELSE
                   MOVE 'IN TOL' TO RF-SL-STATUS
               END-IF
           END-IF

           PERFORM 889B-RECON-PAGE-CHECK
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-LINE
               AFTER ADVANCING RF-SPACING
           ADD RF-SPACING TO RF-LINE-COUNT

           ADD RFW-ITEMS (RF-WH-SUB) TO RF-GT-ITEMS
           ADD RFW-VARIANCES (RF-WH-SUB) TO RF-GT-VARIANCES
           ADD RFW-NET-UNITS (RF-WH-SUB) TO RF-GT-NET-UNITS
           ADD RFW-NET-COST (RF-WH-SUB) TO RF-GT-NET-COST
           ADD RFW-ABS-COST (RF-WH-SUB) TO RF-GT-ABS-COST
           ADD RFW-EXPECTED-VALUE (RF-WH-SUB) TO RF-GT-EXPECTED-VALUE
           .

       888C-COMPUTE-RECON-PCT.
           IF RF-WORK-BASE > ZERO
               COMPUTE RF-WORK-PCT ROUNDED =
                   RF-WORK-ABS * 100 / RF-WORK-BASE
                   ON SIZE ERROR
                       MOVE 999.9 TO RF-WORK-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO RF-WORK-PCT
           END-IF
           .

       889-RECON-PAGE-HEADER.
           ADD 1 TO RF-PAGE-NO
           MOVE RF-PAGE-NO TO PN-PAGE-NO
           WRITE RECON-REPORT-RECORD FROM RECON-HEADING
               AFTER ADVANCING PAGE
           WRITE RECON-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE RECON-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           WRITE RECON-REPORT-RECORD FROM RECON-PRIOR-LINE
               AFTER ADVANCING 1
           MOVE 2 TO RF-SPACING
           WRITE RECON-REPORT-RECORD FROM RECON-COLUMN-HEADER
               AFTER ADVANCING RF-SPACING
           MOVE 1 TO RF-SPACING
           MOVE 5 TO RF-LINE-COUNT
           ADD CB-COUNT TO RF-LINE-COUNT
           .

       889B-RECON-PAGE-CHECK.
           IF RF-LINE-COUNT + RF-SPACING > WS-OVERFLOW-POINT
               PERFORM 889-RECON-PAGE-HEADER
           END-IF
           .

      **** CUSTOMER ORDER ALLOCATION ****
      * Runs after posting and the index rebuild, so orders are
      * reserved against the day's posted stock. Yesterday's
      * backorders and today's order lines are sorted together into
      * master key order - backorders first and oldest first within
      * each candy - and walked against the merged master once.
      * Every line gets what stock is left, the shortfall goes back
      * on BACKORDERS.txt, and the picks go on PICKS-OPEN.txt to
      * wait for the warehouse to confirm them (960). The new
      * backorder and open pick files are built whole in work files
      * before the ALLOCWORK mark and only then copied over the real
      * ones, so a restart either allocates again from the untouched
      * files or redoes the copy - never both.
       900-ALLOCATE-ORDERS.
           IF NOT CP-ALLOCATED-DONE
               IF NOT CP-ALLOCWORK-DONE
                   PERFORM 905-RUN-ALLOCATION
                   MOVE 'ALLOCWORK' TO CHECKPOINT-RECORD
                   PERFORM 15C-MARK-CHECKPOINT
               END-IF
               PERFORM 945-COPY-ALLOCATION-WORK
               MOVE 'ALLOCATED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
           END-IF
           .

       905-RUN-ALLOCATION.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H2-MONTH
           MOVE WS-DAY TO H2-DAY
           MOVE WS-YEAR TO H2-YEAR
           MOVE H2-DATE TO PN-DATE
           MOVE WS-CURRENT-DATE TO PK-PICK-DATE

           SORT ORDER-SORT-FILE
               ON ASCENDING KEY OSORT-WAREHOUSE-ID
               ON ASCENDING KEY OSORT-VENDOR-ID
               ON ASCENDING KEY OSORT-CANDY-ID
               ON ASCENDING KEY OSORT-PRIORITY
               ON ASCENDING KEY OSORT-REQUESTED-DATE
               ON ASCENDING KEY OSORT-ORDER-NUMBER
               INPUT PROCEDURE IS 910-RELEASE-ORDERS
               GIVING SORTED-ORDER-FILE

           PERFORM 920-ALLOCATE-AGAINST-MASTER
           PERFORM 950-FILL-RATE-REPORT
           .

      * The backorder file is this program's own output and goes
      * straight in. New order lines are edited first: a bad
      * quantity or date, or a candy the candy master does not
      * know, is listed on the fill rate report and never reaches
      * the pick list. The last pass's picks that the warehouse did
      * not confirm - the whole line or the short-picked remainder -
      * are re-allocated as backorders, keeping the date the line
      * first went unfilled.
       910-RELEASE-ORDERS.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ BACKORDER-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 911-RELEASE-BACKORDER
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE BACKORDER-FILE
           END-IF

           PERFORM 962-LOAD-PICK-CONFIRMS
           PERFORM 963-RESET-CONFIRM-LEFT
           OPEN INPUT OPEN-PICK-FILE
           IF WS-OPEN-PICK-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ OPEN-PICK-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 914-RELEASE-SHORT-PICK
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE OPEN-PICK-FILE
           END-IF
           MOVE ZERO TO PCT-UNMATCHED-COUNT
           PERFORM VARYING PCT-SUB FROM 1 BY 1
                   UNTIL PCT-SUB > PCT-COUNT
               IF PCT-LEFT (PCT-SUB) > ZERO
                   ADD 1 TO PCT-UNMATCHED-COUNT
               END-IF
           END-PERFORM

           OPEN INPUT CUSTOMER-ORDER-FILE
           IF WS-ORDER-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-ORDER-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 912-RELEASE-NEW-ORDER
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE CUSTOMER-ORDER-FILE
           END-IF
           .

       911-RELEASE-BACKORDER.
           IF BO-OPEN-QTY IS NUMERIC AND BO-OPEN-QTY > ZERO
               ADD 1 TO AL-BACKORDERS-READ
               MOVE SPACES TO ORDER-SORT-RECORD
               MOVE BO-WAREHOUSE-ID TO OSORT-WAREHOUSE-ID
               MOVE BO-VENDOR-ID TO OSORT-VENDOR-ID
               MOVE BO-CANDY-ID TO OSORT-CANDY-ID
               MOVE '0' TO OSORT-PRIORITY
               MOVE BO-REQUESTED-DATE TO OSORT-REQUESTED-DATE
               MOVE BO-ORDER-NUMBER TO OSORT-ORDER-NUMBER
               MOVE BO-CUSTOMER-ID TO OSORT-CUSTOMER-ID
               MOVE BO-OPEN-QTY TO OSORT-ORDER-QTY
               MOVE BO-FIRST-DATE TO OSORT-FIRST-DATE
               RELEASE ORDER-SORT-RECORD
           END-IF
           .

       912-RELEASE-NEW-ORDER.
           ADD 1 TO AL-ORDERS-READ
           MOVE CO-CANDY-ID TO WS-LOOKUP-CANDY-ID
           MOVE CO-VENDOR-ID TO WS-LOOKUP-CANDY-VENDOR
           PERFORM 13C-LOOKUP-CANDY
           EVALUATE TRUE
               WHEN CO-ORDER-QTY IS NOT NUMERIC
                   MOVE 'INVALID ORDER QTY' TO AL-REJ-REASON
                   PERFORM 913-REJECT-ORDER
               WHEN CO-ORDER-QTY IS EQUAL TO ZERO
                   MOVE 'INVALID ORDER QTY' TO AL-REJ-REASON
                   PERFORM 913-REJECT-ORDER
               WHEN CO-REQUESTED-DATE IS NOT NUMERIC
                   MOVE 'INVALID REQUEST DATE' TO AL-REJ-REASON
                   PERFORM 913-REJECT-ORDER
               WHEN NOT CANDY-IS-FOUND
                   MOVE 'UNKNOWN CANDY ID' TO AL-REJ-REASON
                   PERFORM 913-REJECT-ORDER
               WHEN OTHER
                   MOVE SPACES TO ORDER-SORT-RECORD
                   MOVE CO-WAREHOUSE-ID TO OSORT-WAREHOUSE-ID
                   MOVE CO-VENDOR-ID TO OSORT-VENDOR-ID
                   MOVE CO-CANDY-ID TO OSORT-CANDY-ID
                   MOVE '1' TO OSORT-PRIORITY
                   MOVE CO-REQUESTED-DATE TO OSORT-REQUESTED-DATE
                   MOVE CO-ORDER-NUMBER TO OSORT-ORDER-NUMBER
                   MOVE CO-CUSTOMER-ID TO OSORT-CUSTOMER-ID
                   MOVE CO-ORDER-QTY TO OSORT-ORDER-QTY
                   MOVE WS-CURRENT-DATE TO OSORT-FIRST-DATE
                   RELEASE ORDER-SORT-RECORD
           END-EVALUATE
           .

       913-REJECT-ORDER.
           ADD 1 TO AL-ORDERS-REJECTED
           IF AL-REJ-COUNT < 50
               ADD 1 TO AL-REJ-COUNT
               MOVE CO-ORDER-NUMBER TO ALR-ORDER-NUMBER (AL-REJ-COUNT)
               MOVE CO-WAREHOUSE-ID TO ALR-WAREHOUSE (AL-REJ-COUNT)
               MOVE CO-VENDOR-ID TO ALR-VENDOR (AL-REJ-COUNT)
               MOVE CO-CANDY-ID TO ALR-CANDY (AL-REJ-COUNT)
               MOVE AL-REJ-REASON TO ALR-REASON (AL-REJ-COUNT)
           END-IF
           .

       914-RELEASE-SHORT-PICK.
           PERFORM 965-MATCH-CONFIRMATION
           IF AL-CONFIRM-QTY > ZERO
               ADD 1 TO AL-PICKS-CONFIRMED
               PERFORM 942-ACCUMULATE-SHIPPED
           END-IF
           IF AL-SHORT-QTY > ZERO
               ADD 1 TO AL-PICKS-SHORT
               ADD 1 TO AL-BACKORDERS-READ
               MOVE SPACES TO ORDER-SORT-RECORD
               MOVE OPK-WAREHOUSE-ID TO OSORT-WAREHOUSE-ID
               MOVE OPK-VENDOR-ID TO OSORT-VENDOR-ID
               MOVE OPK-CANDY-ID TO OSORT-CANDY-ID
               MOVE '0' TO OSORT-PRIORITY
               MOVE OPK-REQUESTED-DATE TO OSORT-REQUESTED-DATE
               MOVE OPK-ORDER-NUMBER TO OSORT-ORDER-NUMBER
               MOVE OPK-CUSTOMER-ID TO OSORT-CUSTOMER-ID
               MOVE AL-SHORT-QTY TO OSORT-ORDER-QTY
               MOVE OPK-FIRST-DATE TO OSORT-FIRST-DATE
               RELEASE ORDER-SORT-RECORD
           END-IF
           .

      * Matched walk of the sorted orders against the merged master,
      * the same shape as 510-APPLY-TRANSACTIONS. An order with no
      * master group behind it has nothing to pick from and goes
      * straight to backorder.
       920-ALLOCATE-AGAINST-MASTER.
           OPEN INPUT  MERGED-SORTED-FILE
                INPUT  SORTED-ORDER-FILE
                OUTPUT BACKORDER-WORK-FILE
                OUTPUT OPEN-PICK-WORK-FILE
                OUTPUT PICK-LIST-FILE
           MOVE SPACES TO AL-HOLD-WAREHOUSE
           MOVE ' ' TO AL-MASTER-EOF
           MOVE ' ' TO AL-ORDER-EOF
           PERFORM 921-READ-ALLOC-MASTER
           PERFORM 922-READ-SORTED-ORDER

           PERFORM UNTIL AL-ORDER-DONE
               EVALUATE TRUE
                   WHEN AL-MASTER-DONE
                       MOVE 'N' TO AL-MATCH-SWITCH
                       PERFORM 925-ALLOCATE-ONE-ORDER
                       PERFORM 922-READ-SORTED-ORDER
                   WHEN AL-MASTER-KEY < AL-ORDER-KEY
                       PERFORM 921-READ-ALLOC-MASTER
                   WHEN AL-MASTER-KEY > AL-ORDER-KEY
                       MOVE 'N' TO AL-MATCH-SWITCH
                       PERFORM 925-ALLOCATE-ONE-ORDER
                       PERFORM 922-READ-SORTED-ORDER
                   WHEN OTHER
                       SET AL-MASTER-MATCHED TO TRUE
                       PERFORM 925-ALLOCATE-ONE-ORDER
                       PERFORM 922-READ-SORTED-ORDER
               END-EVALUATE
           END-PERFORM

           IF AL-HOLD-WAREHOUSE IS EQUAL TO SPACES
               ADD 1 TO PK-PAGE-NO
               MOVE PK-PAGE-NO TO PN-PAGE-NO
               WRITE PICK-LIST-RECORD FROM PICK-HEADING
                   AFTER ADVANCING PAGE
               WRITE PICK-LIST-RECORD FROM PAGE-NUMBER-LINE
                   AFTER ADVANCING 1
               PERFORM VARYING CB-SUB FROM 1 BY 1
                       UNTIL CB-SUB > CB-COUNT
                   WRITE PICK-LIST-RECORD FROM CB-LINE (CB-SUB)
                       AFTER ADVANCING 1
               END-PERFORM
               WRITE PICK-LIST-RECORD FROM PICK-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               PERFORM 928-PICK-WAREHOUSE-TOTALS
           END-IF

           CLOSE MERGED-SORTED-FILE
                 SORTED-ORDER-FILE
                 BACKORDER-WORK-FILE
                 OPEN-PICK-WORK-FILE
                 PICK-LIST-FILE
           .

       921-READ-ALLOC-MASTER.
           READ MERGED-SORTED-FILE
               AT END
                   MOVE 'N' TO AL-MASTER-EOF
               NOT AT END
                   MOVE WAREHOUSE-ID-IN TO AL-MK-WAREHOUSE
                   MOVE VENDOR-ID-IN TO AL-MK-VENDOR
                   MOVE CANDY-ID-IN TO AL-MK-CANDY
      * Stock comes off the first candy entry, the running position
      * the posting run relieves a shipment from.
                   IF CANDY-STOCK-IN (1) IS NUMERIC
                           AND CANDY-STOCK-IN (1) > ZERO
                       MOVE CANDY-STOCK-IN (1) TO AL-AVAILABLE
                   ELSE
                       MOVE ZERO TO AL-AVAILABLE
                   END-IF
      * Held and quarantined cases cannot be picked, so they come off
      * the position before any order is promised against it.
                   MOVE WAREHOUSE-ID-IN TO LT-KEY-WAREHOUSE
                   MOVE VENDOR-ID-IN TO LT-KEY-VENDOR
                   MOVE CANDY-ID-IN TO LT-KEY-CANDY
                   PERFORM 769-SUM-HELD-CASES
                   IF LT-HELD-CASES < AL-AVAILABLE
                       SUBTRACT LT-HELD-CASES FROM AL-AVAILABLE
                   ELSE
                       MOVE ZERO TO AL-AVAILABLE
                   END-IF
           END-READ
           .

       922-READ-SORTED-ORDER.
           READ SORTED-ORDER-FILE
               AT END
                   MOVE 'N' TO AL-ORDER-EOF
               NOT AT END
                   MOVE SO-WAREHOUSE-ID TO AL-OK-WAREHOUSE
                   MOVE SO-VENDOR-ID TO AL-OK-VENDOR
                   MOVE SO-CANDY-ID TO AL-OK-CANDY
           END-READ
           .

       925-ALLOCATE-ONE-ORDER.
           IF SO-WAREHOUSE-ID IS NOT EQUAL TO AL-HOLD-WAREHOUSE
               PERFORM 926-PICK-WAREHOUSE-BREAK
           END-IF
           ADD 1 TO AL-LINES-ALLOCATED

           IF AL-MASTER-MATCHED
               IF SO-ORDER-QTY > AL-AVAILABLE
                   MOVE AL-AVAILABLE TO AL-PICK-QTY
               ELSE
                   MOVE SO-ORDER-QTY TO AL-PICK-QTY
               END-IF
               SUBTRACT AL-PICK-QTY FROM AL-AVAILABLE
           ELSE
               MOVE ZERO TO AL-PICK-QTY
           END-IF
           SUBTRACT AL-PICK-QTY FROM SO-ORDER-QTY GIVING AL-BACK-QTY

           MOVE SO-ORDER-NUMBER TO PK-DL-ORDER
           IF SO-FROM-BACKORDER
               MOVE '*' TO PK-DL-BO-FLAG
               ADD 1 TO PK-WH-REALLOCATED
           ELSE
               MOVE SPACE TO PK-DL-BO-FLAG
           END-IF
           MOVE SO-CUSTOMER-ID TO PK-DL-CUSTOMER
           MOVE SO-VENDOR-ID TO PK-DL-VENDOR
           MOVE SO-CANDY-ID TO PK-DL-CANDY
           MOVE SO-CANDY-ID TO WS-LOOKUP-CANDY-ID
           MOVE SO-VENDOR-ID TO WS-LOOKUP-CANDY-VENDOR
           PERFORM 13C-LOOKUP-CANDY
           MOVE WS-CANDY-NAME-OUT TO PK-DL-NAME
           MOVE SO-ORDER-QTY TO PK-DL-ORDERED
           MOVE AL-PICK-QTY TO PK-DL-PICK
           MOVE AL-BACK-QTY TO PK-DL-BACK
           EVALUATE TRUE
               WHEN AL-BACK-QTY IS EQUAL TO ZERO
                   MOVE 'FILLED' TO PK-DL-STATUS
                   ADD 1 TO AL-LINES-FILLED
               WHEN AL-PICK-QTY > ZERO
                   MOVE 'PARTIAL' TO PK-DL-STATUS
                   ADD 1 TO AL-LINES-BACKORDERED
               WHEN OTHER
                   MOVE 'BACKORD' TO PK-DL-STATUS
                   ADD 1 TO AL-LINES-BACKORDERED
           END-EVALUATE

           PERFORM 927B-PICK-PAGE-CHECK
           WRITE PICK-LIST-RECORD FROM PICK-DETAIL-LINE
               AFTER ADVANCING PK-SPACING
           ADD PK-SPACING TO PK-LINE-COUNT
           MOVE 1 TO PK-SPACING
           ADD 1 TO PK-WH-LINES
           ADD AL-PICK-QTY TO PK-WH-CASES

           IF AL-PICK-QTY > ZERO
               PERFORM 929-WRITE-OPEN-PICK
           END-IF
           IF AL-BACK-QTY > ZERO
               PERFORM 935-WRITE-BACKORDER
           END-IF
           PERFORM 940-ACCUMULATE-FILL-RATE
           .

      * Each warehouse starts a fresh pick list page.
       926-PICK-WAREHOUSE-BREAK.
           IF AL-HOLD-WAREHOUSE IS NOT EQUAL TO SPACES
               PERFORM 928-PICK-WAREHOUSE-TOTALS
           END-IF
           MOVE SO-WAREHOUSE-ID TO AL-HOLD-WAREHOUSE
           MOVE ZERO TO PK-WH-LINES
           MOVE ZERO TO PK-WH-CASES
           MOVE ZERO TO PK-WH-REALLOCATED
           PERFORM 927-PICK-PAGE-HEADER
           .

       927-PICK-PAGE-HEADER.
           ADD 1 TO PK-PAGE-NO
           MOVE PK-PAGE-NO TO PN-PAGE-NO
           WRITE PICK-LIST-RECORD FROM PICK-HEADING
               AFTER ADVANCING PAGE
           WRITE PICK-LIST-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE PICK-LIST-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE AL-HOLD-WAREHOUSE TO PK-WAREHOUSE
           WRITE PICK-LIST-RECORD FROM PICK-WAREHOUSE-LINE
               AFTER ADVANCING 1
           MOVE 2 TO PK-SPACING
           WRITE PICK-LIST-RECORD FROM PICK-COLUMN-HEADER
               AFTER ADVANCING PK-SPACING
           MOVE 1 TO PK-SPACING
           MOVE 5 TO PK-LINE-COUNT
           .

       927B-PICK-PAGE-CHECK.
           IF PK-LINE-COUNT + PK-SPACING > WS-OVERFLOW-POINT
               PERFORM 927-PICK-PAGE-HEADER
           END-IF
           .

       928-PICK-WAREHOUSE-TOTALS.
           MOVE 2 TO PK-SPACING
           MOVE 'ORDER LINES ON LIST:' TO PK-SUM-LABEL
           MOVE PK-WH-LINES TO PK-SUM-COUNT
           WRITE PICK-LIST-RECORD FROM PICK-SUMMARY-LINE
               AFTER ADVANCING PK-SPACING
           MOVE 1 TO PK-SPACING
           MOVE 'CASES TO PICK:' TO PK-SUM-LABEL
           MOVE PK-WH-CASES TO PK-SUM-COUNT
           WRITE PICK-LIST-RECORD FROM PICK-SUMMARY-LINE
               AFTER ADVANCING PK-SPACING
           IF PK-WH-REALLOCATED > ZERO
               MOVE 2 TO PK-SPACING
               WRITE PICK-LIST-RECORD FROM PICK-FOOTNOTE-LINE
                   AFTER ADVANCING PK-SPACING
           END-IF
           MOVE 1 TO PK-SPACING
           .

      * An allocated pick waits on PICKS-OPEN.txt for the warehouse
      * to confirm it. The pick date ties the confirmation to this
      * pick list, so a confirmation left over from an earlier day
      * can never post against a later pick of the same order.
       929-WRITE-OPEN-PICK.
           MOVE SPACES TO OPEN-PICK-WORK-RECORD
           MOVE SO-ORDER-NUMBER TO OPW-ORDER-NUMBER
           MOVE SO-CUSTOMER-ID TO OPW-CUSTOMER-ID
           MOVE SO-WAREHOUSE-ID TO OPW-WAREHOUSE-ID
           MOVE SO-VENDOR-ID TO OPW-VENDOR-ID
           MOVE SO-CANDY-ID TO OPW-CANDY-ID
           MOVE AL-PICK-QTY TO OPW-PICK-QTY
           MOVE SO-REQUESTED-DATE TO OPW-REQUESTED-DATE
           MOVE SO-FIRST-DATE TO OPW-FIRST-DATE
           MOVE PK-PICK-DATE TO OPW-PICK-DATE
           WRITE OPEN-PICK-WORK-RECORD
           .

      * A confirmed pick becomes a shipment transaction carrying the
      * order number as its reference, in a batch of its own
      * warehouse's picks.
       930-WRITE-PICK-TRAN.
           IF AL-BATCH-IS-OPEN
               IF AL-BATCH-COUNT >= AL-BATCH-LIMIT
                       OR OPK-WAREHOUSE-ID IS NOT EQUAL TO
                           AL-HOLD-WAREHOUSE
                   PERFORM 932-CLOSE-PICK-BATCH
               END-IF
           END-IF
           IF NOT AL-BATCH-IS-OPEN
               MOVE OPK-WAREHOUSE-ID TO AL-HOLD-WAREHOUSE
               PERFORM 931-OPEN-PICK-BATCH
           END-IF
           MOVE OPK-WAREHOUSE-ID TO AL-PT-WAREHOUSE-ID
           MOVE OPK-VENDOR-ID TO AL-PT-VENDOR-ID
           MOVE OPK-CANDY-ID TO AL-PT-CANDY-ID
           MOVE 'S' TO AL-PT-TYPE
           MOVE AL-CONFIRM-QTY TO AL-PT-QTY
           MOVE OPK-ORDER-NUMBER TO AL-PT-REFERENCE
           WRITE PICK-POST-WORK-RECORD FROM AL-PICK-TRAN
           ADD 1 TO AL-BATCH-COUNT
           ADD AL-CONFIRM-QTY TO AL-BATCH-HASH
           ADD 1 TO AL-PICKS-POSTED
           .

      * The batch carries the same '**H' header and '**T' trailer as
      * any warehouse feed, so 507-VERIFY-BATCHES proves it the same
      * way.
       931-OPEN-PICK-BATCH.
           MOVE SPACES TO BC-REC
           MOVE '**H' TO BC-H-TYPE
           MOVE AL-BATCH-ID TO BC-H-BATCH-ID
           MOVE AL-HOLD-WAREHOUSE TO BC-H-WAREHOUSE
           WRITE PICK-POST-WORK-RECORD FROM BC-REC
           MOVE ZERO TO AL-BATCH-COUNT
           MOVE ZERO TO AL-BATCH-HASH
           ADD 1 TO AL-BATCHES-WRITTEN
           SET AL-BATCH-IS-OPEN TO TRUE
           .

       932-CLOSE-PICK-BATCH.
           IF AL-BATCH-IS-OPEN
               MOVE SPACES TO BC-REC
               MOVE '**T' TO BC-T-TYPE
               MOVE AL-BATCH-ID TO BC-T-BATCH-ID
               MOVE AL-BATCH-COUNT TO BC-T-EXPECTED-COUNT
               MOVE AL-BATCH-HASH TO BC-T-QTY-HASH
               WRITE PICK-POST-WORK-RECORD FROM BC-REC
               MOVE 'N' TO AL-BATCH-OPEN-SWITCH
           END-IF
           .

       935-WRITE-BACKORDER.
           MOVE SPACES TO BACKORDER-WORK-RECORD
           MOVE SO-ORDER-NUMBER TO BKW-ORDER-NUMBER
           MOVE SO-CUSTOMER-ID TO BKW-CUSTOMER-ID
           MOVE SO-WAREHOUSE-ID TO BKW-WAREHOUSE-ID
           MOVE SO-VENDOR-ID TO BKW-VENDOR-ID
           MOVE SO-CANDY-ID TO BKW-CANDY-ID
           MOVE AL-BACK-QTY TO BKW-OPEN-QTY
           MOVE SO-REQUESTED-DATE TO BKW-REQUESTED-DATE
           MOVE SO-FIRST-DATE TO BKW-FIRST-DATE
           WRITE BACKORDER-WORK-RECORD
           .

      * A line allocated this pass. A short-picked remainder comes
      * back as its own line, so its confirmed part is ordered only
      * once, in 942.
       940-ACCUMULATE-FILL-RATE.
           MOVE SO-WAREHOUSE-ID TO FR-KEY-WAREHOUSE
           MOVE SO-VENDOR-ID TO FR-KEY-VENDOR
           PERFORM 941-FIND-FILL-RATE-ENTRY
           IF FR-FOUND-SUB > ZERO
               ADD 1 TO FRE-LINES (FR-FOUND-SUB)
               ADD SO-ORDER-QTY TO FRE-ORDERED (FR-FOUND-SUB)
               ADD AL-PICK-QTY TO FRE-ALLOCATED (FR-FOUND-SUB)
               ADD AL-BACK-QTY TO FRE-BACKORDERED (FR-FOUND-SUB)
           END-IF
           .

       945-COPY-ALLOCATION-WORK.
           OPEN INPUT  BACKORDER-WORK-FILE
                OUTPUT BACKORDER-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ BACKORDER-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE BACKORDER-RECORD
                           FROM BACKORDER-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE BACKORDER-WORK-FILE
                 BACKORDER-FILE

           OPEN INPUT  OPEN-PICK-WORK-FILE
                OUTPUT OPEN-PICK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PICK-WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       WRITE OPEN-PICK-RECORD
                           FROM OPEN-PICK-WORK-RECORD
               END-READ
           END-PERFORM
           MOVE ' ' TO EOF-FLAG
           CLOSE OPEN-PICK-WORK-FILE
                 OPEN-PICK-FILE
           .

      * Finds the entry for FR-KEY, or opens one in its place in
      * warehouse/vendor order, moving the entries after it down. A
      * full table leaves FR-FOUND-SUB at zero and the cases
      * uncounted.
       941-FIND-FILL-RATE-ENTRY.
           MOVE ZERO TO FR-FOUND-SUB
           MOVE ZERO TO FR-INSERT-SUB
           PERFORM VARYING FR-SUB FROM 1 BY 1
                   UNTIL FR-SUB > FR-COUNT OR FR-INSERT-SUB > ZERO
               IF FRE-KEY (FR-SUB) IS NOT LESS THAN FR-KEY
                   MOVE FR-SUB TO FR-INSERT-SUB
               END-IF
           END-PERFORM
           IF FR-INSERT-SUB > ZERO
               IF FRE-KEY (FR-INSERT-SUB) IS EQUAL TO FR-KEY
                   MOVE FR-INSERT-SUB TO FR-FOUND-SUB
               END-IF
           ELSE
               COMPUTE FR-INSERT-SUB = FR-COUNT + 1
           END-IF
           IF FR-FOUND-SUB IS EQUAL TO ZERO AND FR-COUNT < 80
               PERFORM VARYING FR-SUB FROM FR-COUNT BY -1
                       UNTIL FR-SUB < FR-INSERT-SUB
                   MOVE FR-ENTRY (FR-SUB) TO FR-ENTRY (FR-SUB + 1)
               END-PERFORM
               ADD 1 TO FR-COUNT
               INITIALIZE FR-ENTRY (FR-INSERT-SUB)
               MOVE FR-KEY TO FRE-KEY (FR-INSERT-SUB)
               MOVE FR-INSERT-SUB TO FR-FOUND-SUB
           END-IF
           .

      * Cases the warehouse confirmed picked off the last pick
      * lists - the same match 961 posts as shipments. They were
      * ordered cases too, so ORDERED comes to ALLOCATED plus
      * SHIPPED plus BACKORDERED.
       942-ACCUMULATE-SHIPPED.
           MOVE OPK-WAREHOUSE-ID TO FR-KEY-WAREHOUSE
           MOVE OPK-VENDOR-ID TO FR-KEY-VENDOR
           PERFORM 941-FIND-FILL-RATE-ENTRY
           IF FR-FOUND-SUB > ZERO
               ADD AL-CONFIRM-QTY TO FRE-ORDERED (FR-FOUND-SUB)
               ADD AL-CONFIRM-QTY TO FRE-SHIPPED (FR-FOUND-SUB)
           END-IF
           .

      **** ORDER FILL RATE REPORT ****
      * Cases ordered against cases allocated to today's pick lists,
      * shipped on confirmed picks and backordered, for each
      * warehouse and vendor, with warehouse and run totals, then the
      * order lines turned away at entry. The fill rate is the cases
      * allocated or shipped over the cases ordered.
       950-FILL-RATE-REPORT.
           OPEN OUTPUT FILL-RATE-REPORT-FILE
           PERFORM 951-FILL-RATE-PAGE-HEADER
           INITIALIZE FR-WH-TOTALS
           INITIALIZE FR-GRAND-TOTALS

           IF FR-COUNT IS EQUAL TO ZERO
               WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-NONE-LINE
                   AFTER ADVANCING 2
           ELSE
               MOVE SPACES TO FR-WH-HOLD
               PERFORM 952-PRINT-FILL-RATE-LINE
                   VARYING FR-SUB FROM 1 BY 1
                   UNTIL FR-SUB > FR-COUNT
               PERFORM 953-FILL-RATE-WH-TOTAL

               MOVE 'ALL WAREHOUSES' TO FR-TL-LABEL
               MOVE FR-GT-LINES TO FR-TL-LINES
               MOVE FR-GT-ORDERED TO FR-TL-ORDERED
               MOVE FR-GT-ALLOCATED TO FR-TL-ALLOCATED
               MOVE FR-GT-SHIPPED TO FR-TL-SHIPPED
               MOVE FR-GT-BACKORDERED TO FR-TL-BACKORDERED
               MOVE FR-GT-ORDERED TO FR-WORK-ORDERED
               ADD FR-GT-ALLOCATED FR-GT-SHIPPED
                   GIVING FR-WORK-FILLED
               PERFORM 954-COMPUTE-FILL-PCT
               MOVE FR-WORK-PCT TO FR-TL-PCT
               WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-TOTAL-LINE
                   AFTER ADVANCING 2
               ADD 2 TO FR-LINE-COUNT
           END-IF

           IF AL-ORDERS-REJECTED > ZERO
               PERFORM 955-PRINT-ORDER-REJECTS
           END-IF
           IF PCT-UNMATCHED-COUNT > ZERO OR PCT-LOST-COUNT > ZERO
               PERFORM 956-PRINT-CONFIRM-EXCEPTIONS
           END-IF

           CLOSE FILL-RATE-REPORT-FILE
           .

       951-FILL-RATE-PAGE-HEADER.
           ADD 1 TO FR-PAGE-NO
           MOVE FR-PAGE-NO TO PN-PAGE-NO
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-HEADING
               AFTER ADVANCING PAGE
           WRITE FILL-RATE-REPORT-RECORD FROM PAGE-NUMBER-LINE
               AFTER ADVANCING 1
           PERFORM VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > CB-COUNT
               WRITE FILL-RATE-REPORT-RECORD FROM CB-LINE (CB-SUB)
                   AFTER ADVANCING 1
           END-PERFORM
           MOVE 2 TO FR-SPACING
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-COLUMN-HEADER
               AFTER ADVANCING FR-SPACING
           MOVE 1 TO FR-SPACING
           MOVE 4 TO FR-LINE-COUNT
           .

       951B-FILL-RATE-PAGE-CHECK.
           IF FR-LINE-COUNT + FR-SPACING > WS-OVERFLOW-POINT
               PERFORM 951-FILL-RATE-PAGE-HEADER
           END-IF
           .

       952-PRINT-FILL-RATE-LINE.
           IF FR-WH-HOLD IS NOT EQUAL TO SPACES
                   AND FRE-WAREHOUSE (FR-SUB) IS NOT EQUAL TO
                       FR-WH-HOLD
               PERFORM 953-FILL-RATE-WH-TOTAL
           END-IF
           MOVE FRE-WAREHOUSE (FR-SUB) TO FR-WH-HOLD

           MOVE FRE-WAREHOUSE (FR-SUB) TO FR-DL-WAREHOUSE
           MOVE FRE-VENDOR (FR-SUB) TO FR-DL-VENDOR
           MOVE FRE-LINES (FR-SUB) TO FR-DL-LINES
           MOVE FRE-ORDERED (FR-SUB) TO FR-DL-ORDERED
           MOVE FRE-ALLOCATED (FR-SUB) TO FR-DL-ALLOCATED
           MOVE FRE-SHIPPED (FR-SUB) TO FR-DL-SHIPPED
           MOVE FRE-BACKORDERED (FR-SUB) TO FR-DL-BACKORDERED
           MOVE FRE-ORDERED (FR-SUB) TO FR-WORK-ORDERED
           ADD FRE-ALLOCATED (FR-SUB) FRE-SHIPPED (FR-SUB)
               GIVING FR-WORK-FILLED
           PERFORM 954-COMPUTE-FILL-PCT
           MOVE FR-WORK-PCT TO FR-DL-PCT
           PERFORM 951B-FILL-RATE-PAGE-CHECK
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-DETAIL-LINE
               AFTER ADVANCING FR-SPACING
           ADD FR-SPACING TO FR-LINE-COUNT
           MOVE 1 TO FR-SPACING

           ADD FRE-LINES (FR-SUB) TO FR-WH-LINES
           ADD FRE-ORDERED (FR-SUB) TO FR-WH-ORDERED
           ADD FRE-ALLOCATED (FR-SUB) TO FR-WH-ALLOCATED
           ADD FRE-SHIPPED (FR-SUB) TO FR-WH-SHIPPED
           ADD FRE-BACKORDERED (FR-SUB) TO FR-WH-BACKORDERED
           ADD FRE-LINES (FR-SUB) TO FR-GT-LINES
           ADD FRE-ORDERED (FR-SUB) TO FR-GT-ORDERED
           ADD FRE-ALLOCATED (FR-SUB) TO FR-GT-ALLOCATED
           ADD FRE-SHIPPED (FR-SUB) TO FR-GT-SHIPPED
           ADD FRE-BACKORDERED (FR-SUB) TO FR-GT-BACKORDERED
           .

       953-FILL-RATE-WH-TOTAL.
           MOVE SPACES TO FR-TL-LABEL
           MOVE 'WAREHOUSE' TO FR-TL-LABEL (1:9)
           MOVE FR-WH-HOLD TO FR-TL-LABEL (11:4)
           MOVE FR-WH-LINES TO FR-TL-LINES
           MOVE FR-WH-ORDERED TO FR-TL-ORDERED
           MOVE FR-WH-ALLOCATED TO FR-TL-ALLOCATED
           MOVE FR-WH-SHIPPED TO FR-TL-SHIPPED
           MOVE FR-WH-BACKORDERED TO FR-TL-BACKORDERED
           MOVE FR-WH-ORDERED TO FR-WORK-ORDERED
           ADD FR-WH-ALLOCATED FR-WH-SHIPPED
               GIVING FR-WORK-FILLED
           PERFORM 954-COMPUTE-FILL-PCT
           MOVE FR-WORK-PCT TO FR-TL-PCT
           MOVE 1 TO FR-SPACING
           PERFORM 951B-FILL-RATE-PAGE-CHECK
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-TOTAL-LINE
               AFTER ADVANCING FR-SPACING
           ADD FR-SPACING TO FR-LINE-COUNT
           MOVE 2 TO FR-SPACING
           INITIALIZE FR-WH-TOTALS
           .

       954-COMPUTE-FILL-PCT.
           IF FR-WORK-ORDERED > ZERO
               COMPUTE FR-WORK-PCT ROUNDED =
                   FR-WORK-FILLED * 100 / FR-WORK-ORDERED
           ELSE
               MOVE ZERO TO FR-WORK-PCT
           END-IF
           .

       955-PRINT-ORDER-REJECTS.
           MOVE AL-ORDERS-REJECTED TO FR-RH-COUNT
           MOVE 3 TO FR-SPACING
           PERFORM 951B-FILL-RATE-PAGE-CHECK
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-REJECT-HEADER
               AFTER ADVANCING FR-SPACING
           ADD FR-SPACING TO FR-LINE-COUNT
           MOVE 1 TO FR-SPACING
           PERFORM VARYING AL-REJ-SUB FROM 1 BY 1
                   UNTIL AL-REJ-SUB > AL-REJ-COUNT
               MOVE ALR-ORDER-NUMBER (AL-REJ-SUB) TO FR-RL-ORDER
               MOVE ALR-WAREHOUSE (AL-REJ-SUB) TO FR-RL-WAREHOUSE
               MOVE ALR-VENDOR (AL-REJ-SUB) TO FR-RL-VENDOR
               MOVE ALR-CANDY (AL-REJ-SUB) TO FR-RL-CANDY
               MOVE ALR-REASON (AL-REJ-SUB) TO FR-RL-REASON
               PERFORM 951B-FILL-RATE-PAGE-CHECK
               WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-REJECT-LINE
                   AFTER ADVANCING FR-SPACING
               ADD FR-SPACING TO FR-LINE-COUNT
           END-PERFORM
           .

      * Confirmations that matched no open pick - a wrong key, a
      * stale pick date, or more cases than were on the list - are
      * listed so the warehouse can re-key them. Confirmations that
      * could not be read or held are counted: the picks they were
      * for have gone back to backorder unposted.
       956-PRINT-CONFIRM-EXCEPTIONS.
           MOVE 'PICK CONFIRMATIONS NOT MATCHED:' TO FR-CH-LABEL
           MOVE PCT-UNMATCHED-COUNT TO FR-CH-COUNT
           MOVE 3 TO FR-SPACING
           PERFORM 951B-FILL-RATE-PAGE-CHECK
           WRITE FILL-RATE-REPORT-RECORD FROM FILL-RATE-CONFIRM-HEADER
               AFTER ADVANCING FR-SPACING
           ADD FR-SPACING TO FR-LINE-COUNT
           MOVE 1 TO FR-SPACING
           PERFORM VARYING PCT-SUB FROM 1 BY 1
                   UNTIL PCT-SUB > PCT-COUNT
               IF PCT-LEFT (PCT-SUB) > ZERO
                   MOVE PCT-ORDER-NUMBER (PCT-SUB) TO FR-RL-ORDER
                   MOVE PCT-WAREHOUSE (PCT-SUB) TO FR-RL-WAREHOUSE
                   MOVE PCT-VENDOR (PCT-SUB) TO FR-RL-VENDOR
                   MOVE PCT-CANDY (PCT-SUB) TO FR-RL-CANDY
                   IF PCT-LEFT (PCT-SUB) < PCT-QTY (PCT-SUB)
                       MOVE 'MORE THAN PICK QTY' TO FR-RL-REASON
                   ELSE
                       MOVE 'NO OPEN PICK' TO FR-RL-REASON
                   END-IF
                   PERFORM 951B-FILL-RATE-PAGE-CHECK
                   WRITE FILL-RATE-REPORT-RECORD
                       FROM FILL-RATE-REJECT-LINE
                       AFTER ADVANCING FR-SPACING
                   ADD FR-SPACING TO FR-LINE-COUNT
               END-IF
           END-PERFORM
           IF PCT-LOST-COUNT > ZERO
               MOVE 'PICK CONFIRMATIONS NOT LOADED:' TO FR-CH-LABEL
               MOVE PCT-LOST-COUNT TO FR-CH-COUNT
               MOVE 2 TO FR-SPACING
               PERFORM 951B-FILL-RATE-PAGE-CHECK
               WRITE FILL-RATE-REPORT-RECORD
                   FROM FILL-RATE-CONFIRM-HEADER
                   AFTER ADVANCING FR-SPACING
               ADD FR-SPACING TO FR-LINE-COUNT
           END-IF
           .

      **** PICK CONFIRMATION ****
      * Runs ahead of posting. The last allocation pass's picks are
      * matched to the warehouses' confirmations, and only the cases
      * confirmed picked are added to the daily transaction file, as
      * one batch of 'S' transactions per warehouse, to post today.
      * What was not confirmed goes back to allocation (914). The
      * new daily transaction file is built whole in
      * PICK-POST-WORK.tmp before the PICKWORK mark and only then
      * copied back, the way the movement history is rolled, so a
      * restart never adds the picks twice.
       960-POST-CONFIRMED-PICKS.
           IF NOT CP-PICKED-DONE
               IF NOT CP-PICKWORK-DONE
                   PERFORM 961-BUILD-PICK-POST-WORK
                   MOVE 'PICKWORK' TO CHECKPOINT-RECORD
                   PERFORM 15C-MARK-CHECKPOINT
               END-IF
               PERFORM 966-COPY-PICK-POST-WORK
               MOVE 'PICKED' TO CHECKPOINT-RECORD
               PERFORM 15C-MARK-CHECKPOINT
           END-IF
           .

       961-BUILD-PICK-POST-WORK.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE SPACES TO AL-BATCH-ID
           MOVE 'OA' TO AL-BATCH-ID (1:2)
           MOVE WS-MONTH TO AL-BATCH-ID (3:2)
           MOVE WS-DAY TO AL-BATCH-ID (5:2)
           PERFORM 962-LOAD-PICK-CONFIRMS
           PERFORM 963-RESET-CONFIRM-LEFT

           OPEN OUTPUT PICK-POST-WORK-FILE
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           WRITE PICK-POST-WORK-RECORD
                               FROM TRANSACTION-RECORD
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE TRANSACTION-FILE
           END-IF

           MOVE SPACES TO AL-HOLD-WAREHOUSE
           OPEN INPUT OPEN-PICK-FILE
           IF WS-OPEN-PICK-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA
                   READ OPEN-PICK-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 965-MATCH-CONFIRMATION
                           IF AL-CONFIRM-QTY > ZERO
                               PERFORM 930-WRITE-PICK-TRAN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE OPEN-PICK-FILE
           END-IF
           PERFORM 932-CLOSE-PICK-BATCH
           MOVE SPACES TO AL-HOLD-WAREHOUSE
           CLOSE PICK-POST-WORK-FILE
           .

       962-LOAD-PICK-CONFIRMS.
           IF NOT PCT-IS-LOADED
               SET PCT-IS-LOADED TO TRUE
               OPEN INPUT PICK-CONFIRM-FILE
               IF WS-PICK-CONFIRM-STATUS IS EQUAL TO '00'
                   PERFORM UNTIL NO-MORE-DATA
                       READ PICK-CONFIRM-FILE
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               PERFORM 962B-ADD-CONFIRM-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE ' ' TO EOF-FLAG
                   CLOSE PICK-CONFIRM-FILE
               END-IF
           END-IF
           .

      * A confirmation of zero cases confirms nothing and is left
      * out; an unreadable one, or one the table cannot hold, is
      * counted for the fill rate report.
       962B-ADD-CONFIRM-ENTRY.
           EVALUATE TRUE
               WHEN PCF-PICKED-QTY IS NOT NUMERIC
                   ADD 1 TO PCT-LOST-COUNT
               WHEN PCF-PICK-DATE IS NOT NUMERIC
                   ADD 1 TO PCT-LOST-COUNT
               WHEN PCF-PICKED-QTY IS EQUAL TO ZERO
                   CONTINUE
               WHEN PCT-COUNT >= 2000
                   ADD 1 TO PCT-LOST-COUNT
               WHEN OTHER
                   ADD 1 TO PCT-COUNT
                   MOVE PCF-PICK-DATE TO PCT-PICK-DATE (PCT-COUNT)
                   MOVE PCF-ORDER-NUMBER TO PCT-ORDER-NUMBER (PCT-COUNT)
                   MOVE PCF-WAREHOUSE-ID TO PCT-WAREHOUSE (PCT-COUNT)
                   MOVE PCF-VENDOR-ID TO PCT-VENDOR (PCT-COUNT)
                   MOVE PCF-CANDY-ID TO PCT-CANDY (PCT-COUNT)
                   MOVE PCF-PICKED-QTY TO PCT-QTY (PCT-COUNT)
           END-EVALUATE
           .

       963-RESET-CONFIRM-LEFT.
           PERFORM VARYING PCT-SUB FROM 1 BY 1
                   UNTIL PCT-SUB > PCT-COUNT
               MOVE PCT-QTY (PCT-SUB) TO PCT-LEFT (PCT-SUB)
           END-PERFORM
           .

      * Splits the open pick into the cases confirmed picked and the
      * short remainder. Confirmations for the same pick date, order
      * line and warehouse are drawn down in file order, never past
      * the cases on the pick list.
       965-MATCH-CONFIRMATION.
           IF OPK-PICK-QTY IS NUMERIC
               MOVE OPK-PICK-QTY TO AL-OPEN-QTY
           ELSE
               MOVE ZERO TO AL-OPEN-QTY
           END-IF
           MOVE ZERO TO AL-CONFIRM-QTY
           PERFORM VARYING PCT-SUB FROM 1 BY 1
                   UNTIL PCT-SUB > PCT-COUNT
                      OR AL-CONFIRM-QTY >= AL-OPEN-QTY
               IF PCT-LEFT (PCT-SUB) > ZERO
                       AND PCT-PICK-DATE (PCT-SUB) IS EQUAL TO
                           OPK-PICK-DATE
                       AND PCT-ORDER-NUMBER (PCT-SUB) IS EQUAL TO
                           OPK-ORDER-NUMBER
                       AND PCT-WAREHOUSE (PCT-SUB) IS EQUAL TO
                           OPK-WAREHOUSE-ID
                       AND PCT-VENDOR (PCT-SUB) IS EQUAL TO
                           OPK-VENDOR-ID
                       AND PCT-CANDY (PCT-SUB) IS EQUAL TO
                           OPK-CANDY-ID
                   SUBTRACT AL-CONFIRM-QTY FROM AL-OPEN-QTY
                       GIVING AL-TAKE-QTY
                   IF PCT-LEFT (PCT-SUB) < AL-TAKE-QTY
                       MOVE PCT-LEFT (PCT-SUB) TO AL-TAKE-QTY
                   END-IF
                   ADD AL-TAKE-QTY TO AL-CONFIRM-QTY
                   SUBTRACT AL-TAKE-QTY FROM PCT-LEFT (PCT-SUB)
               END-IF
           END-PERFORM
           SUBTRACT AL-CONFIRM-QTY FROM AL-OPEN-QTY GIVING AL-SHORT-QTY
           .

      * An empty work file means there was no daily transaction file
      * and nothing confirmed, and none is created.
       966-COPY-PICK-POST-WORK.
           OPEN INPUT PICK-POST-WORK-FILE
           READ PICK-POST-WORK-FILE
               AT END
                   MOVE 'N' TO EOF-FLAG
           END-READ
           IF NOT NO-MORE-DATA
               OPEN OUTPUT TRANSACTION-FILE
               PERFORM UNTIL NO-MORE-DATA
                   WRITE TRANSACTION-RECORD FROM PICK-POST-WORK-RECORD
                   READ PICK-POST-WORK-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE ' ' TO EOF-FLAG
           CLOSE PICK-POST-WORK-FILE
           .
