      * leading characters entered. Every browse or search ends with
      * a summary line totaling the stock and extended cost shown.
      *
      * An exact three-key lookup also shows how the candy has been
      * moving: shipments and the average daily rate over the last
      * 30, 60 and 90 days, days of supply on hand, days since it
      * last shipped, and any SLOW or DEAD flag - all from
      * MOVEMENT-STATS.txt, rebuilt by the same daily job.
      *
      * Entering spaces for the warehouse ID ends the session.
      *
      * The index is declared twice - randomly for the exact
               RECORD KEY IS IXS-RECORD-KEY
               FILE STATUS IS WS-INDEXED-FILE-STATUS.

           SELECT MOVEMENT-STATS-FILE
               ASSIGN TO 'MOVEMENT-STATS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  IXS-CANDY-DATA OCCURS 15 TIMES
                                               PIC X(27).

      * Same 80-byte layout CS370PROGRAM4 writes in
      * 478-WRITE-MOVEMENT-STATS, one record per candy in key order.
       FD  MOVEMENT-STATS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MOVEMENT-STATS-RECORD.
           05  MS-RECORD-KEY.
               10  MS-WAREHOUSE-ID             PIC X(4).
               10  MS-VENDOR-ID                PIC X.
               10  MS-CANDY-ID                 PIC X(3).
           05  MS-ASOF-DATE.
               10  MS-ASOF-YY                  PIC 99.
               10  MS-ASOF-MM                  PIC 99.
               10  MS-ASOF-DD                  PIC 99.
           05  MS-STOCK                        PIC 9(6).
           05  MS-SHIP-30                      PIC 9(6).
           05  MS-SHIP-60                      PIC 9(6).
           05  MS-SHIP-90                      PIC 9(6).
           05  MS-AVG-30                       PIC 9(4)V99.
           05  MS-AVG-60                       PIC 9(4)V99.
           05  MS-AVG-90                       PIC 9(4)V99.
           05  MS-DAYS-SUPPLY                  PIC 9(5).
               88  MS-NO-DEMAND                     VALUE 99999.
           05  MS-IDLE-DAYS                    PIC 9(4).
               88  MS-NEVER-SHIPPED                 VALUE 9999.
           05  MS-FLAG                         PIC X(4).
           05  MS-TIED-COST                    PIC 9(7)V99.
           05  FILLER                          PIC X(2).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-BROWSE-FLAG          PIC X       VALUE ' '.
               88  BROWSE-STOPPED                  VALUE 'S'.
           05  WS-MORE-ANSWER          PIC X       VALUE ' '.
           05  WS-STATS-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-STATS-FLAG           PIC X       VALUE ' '.
               88  STATS-FOUND                     VALUE 'Y'.
               88  STATS-PASSED                    VALUE 'P'.

       01  INQUIRY-INPUT-FIELDS.
           05  IQ-WAREHOUSE            PIC X(4).
           05                      PIC X(7)        VALUE ' CASES '.
           05  IQ-SL-COST          PIC $$$$,$$$,$$$.99.

       01  IQ-MOVEMENT-HEADER.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(18)       VALUE
                                   'MOVEMENT AS OF'.
           05  IQ-MH-MONTH         PIC 99.
           05                      PIC X           VALUE '/'.
           05  IQ-MH-DAY           PIC 99.
           05                      PIC X           VALUE '/'.
           05  IQ-MH-YEAR          PIC 99.
           05                      PIC X(4)        VALUE SPACES.
           05  IQ-MH-FLAG          PIC X(4).

       01  IQ-MOVEMENT-SHIP-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(15)       VALUE
                                   'CASES SHIPPED'.
           05                      PIC X(10)       VALUE '30 DAYS:'.
           05  IQ-MSH-30           PIC ZZZ,ZZ9.
           05                      PIC X(12)       VALUE
                                   '    60 DAYS:'.
           05  IQ-MSH-60           PIC ZZZ,ZZ9.
           05                      PIC X(12)       VALUE
                                   '    90 DAYS:'.
           05  IQ-MSH-90           PIC ZZZ,ZZ9.

       01  IQ-MOVEMENT-RATE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(15)       VALUE
                                   'AVG PER DAY'.
           05                      PIC X(9)        VALUE '30 DAYS:'.
           05  IQ-MR-30            PIC Z,ZZ9.99.
           05                      PIC X(11)       VALUE '   60 DAYS:'.
           05  IQ-MR-60            PIC Z,ZZ9.99.
           05                      PIC X(11)       VALUE '   90 DAYS:'.
           05  IQ-MR-90            PIC Z,ZZ9.99.

       01  IQ-MOVEMENT-SUPPLY-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(16)       VALUE
                                   'DAYS OF SUPPLY:'.
           05  IQ-MS-SUPPLY        PIC X(5).
           05                      PIC X(30)       VALUE
                                   '    DAYS SINCE LAST SHIPMENT:'.
           05  IQ-MS-IDLE          PIC X(4).

       01  IQ-MOVEMENT-EDITS.
           05  IQ-ME-SUPPLY        PIC ZZZZ9.
           05  IQ-ME-IDLE          PIC ZZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
                       MOVE INVENTORY-INDEXED-RECORD TO IQ-WORK-RECORD
                       PERFORM 40-DISPLAY-ENTRIES
                       PERFORM 55-DISPLAY-SUMMARY
                       PERFORM 90-SHOW-MOVEMENT
               END-READ
               CLOSE INVENTORY-INDEXED
           END-IF
               END-IF
           END-IF
           .

      **** ITEM MOVEMENT STATISTICS ****
      * The statistics file is in key order, so the scan stops as
      * soon as it passes the key asked for. A candy added since
      * the last daily run simply has no statistics yet.
       90-SHOW-MOVEMENT.
           MOVE ' ' TO WS-STATS-FLAG
           OPEN INPUT MOVEMENT-STATS-FILE
           IF WS-STATS-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DATA OR STATS-FOUND
                       OR STATS-PASSED
                   READ MOVEMENT-STATS-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN MS-RECORD-KEY = IQ-WR-KEY
                                   SET STATS-FOUND TO TRUE
                               WHEN MS-RECORD-KEY > IQ-WR-KEY
                                   SET STATS-PASSED TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE ' ' TO EOF-FLAG
               CLOSE MOVEMENT-STATS-FILE
           END-IF
           DISPLAY ' '
           IF STATS-FOUND
               PERFORM 92-DISPLAY-MOVEMENT
           ELSE
               DISPLAY '   NO MOVEMENT STATISTICS FOR THIS CANDY'
           END-IF
           .

       92-DISPLAY-MOVEMENT.
           MOVE MS-ASOF-MM TO IQ-MH-MONTH
           MOVE MS-ASOF-DD TO IQ-MH-DAY
           MOVE MS-ASOF-YY TO IQ-MH-YEAR
           MOVE MS-FLAG TO IQ-MH-FLAG
           DISPLAY IQ-MOVEMENT-HEADER

           MOVE MS-SHIP-30 TO IQ-MSH-30
           MOVE MS-SHIP-60 TO IQ-MSH-60
           MOVE MS-SHIP-90 TO IQ-MSH-90
           DISPLAY IQ-MOVEMENT-SHIP-LINE
           MOVE MS-AVG-30 TO IQ-MR-30
           MOVE MS-AVG-60 TO IQ-MR-60
           MOVE MS-AVG-90 TO IQ-MR-90
           DISPLAY IQ-MOVEMENT-RATE-LINE

           IF MS-NO-DEMAND
               MOVE 'NONE' TO IQ-MS-SUPPLY
           ELSE
               MOVE MS-DAYS-SUPPLY TO IQ-ME-SUPPLY
               MOVE IQ-ME-SUPPLY TO IQ-MS-SUPPLY
           END-IF
           IF MS-NEVER-SHIPPED
               MOVE 'NONE' TO IQ-MS-IDLE
           ELSE
               MOVE MS-IDLE-DAYS TO IQ-ME-IDLE
               MOVE IQ-ME-IDLE TO IQ-MS-IDLE
           END-IF
           DISPLAY IQ-MOVEMENT-SUPPLY-LINE
           .
