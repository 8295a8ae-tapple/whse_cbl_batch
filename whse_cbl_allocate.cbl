          03 DEMANDS-BACKORDERED         PIC S9(9)  COMP-3 VALUE ZERO.
          03 PICK-LINES-WRITTEN          PIC S9(9)  COMP-3 VALUE ZERO.
          03 FEED-RECDS-WRITTEN          PIC S9(9)  COMP-3 VALUE ZERO.
          03 FEED-QTY-HASH               PIC S9(13) COMP-3 VALUE ZERO.

      ******************************************************************
      * CONTROL RECORD THAT CLOSES THIS PROGRAM'S PART OF THE MOVE     *
      * FEED - SOURCE ID, FEED RECORDS WRITTEN AND THE SUM OF THEIR    *
      * QUANTITY FIELDS. WHSE_CBL_FEEDBAL TIES EACH ONE BACK TO THE    *
      * RECORDS AHEAD OF IT BEFORE THE NIGHT'S SORTSTEP IS ALLOWED TO  *
      * RUN, SO A PARTIAL OR TRUNCATED FEED NEVER REACHES DB2.         *
      ******************************************************************
       01 FEED-CONTROL-RECORD.
          03 FC-RECORD-CODE              PIC X(01)  VALUE 'T'.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-SOURCE-ID                PIC X(08)  VALUE 'ALLOCATE'.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RECORD-COUNT             PIC 9(09)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-QUANTITY-HASH            PIC 9(13)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RUN-DATE                 PIC 9(08)  VALUE ZERO.
          03 FILLER                      PIC X(37)  VALUE SPACES.

      ******************************************************************
      * THE DEMAND BEING ALLOCATED AND THE QUANTITY STILL OWED TO IT   *
      ******************************************************************
      * ALLOCATE ONE DEMAND, FIRST-EXPIRED-FIRST-OUT. ROWS ALREADY     *
      * FLAGGED IN-TRANSIT ARE NOT AVAILABLE - THEY BELONG TO AN       *
      * EARLIER PICK STILL ON THE FLOOR - AND NEITHER ARE ROWS ON-HOLD *
      * UNDER A WHSE_CBL_RECALL LOT HOLD. THE CANDIDATE ROWS ARE       *
      * LOADED AND RANKED BEFORE ANY STOCK IS PROMISED BECAUSE         *
      * NO-EXPIRY STOCK (DATE ZERO) WOULD OTHERWISE SORT AHEAD OF      *
      * EVERY DATED LOT. ANYTHING STILL OWED WHEN THE CANDIDATES RUN   *
      * OUT GOES TO THE BACKORDER SECTION.                             *
      ******************************************************************
       2000-ALLOCATE-DEMAND.

                 AND ITEM_NUM      = :SAMPLE-TABLE-DATA.ITEM-NUM
                 AND QUANTITY > 0
                 AND MOVE_STATUS NOT = 'IN-TRANSIT '
                 AND MOVE_STATUS NOT = 'ON-HOLD    '
               ORDER BY LAST_ACTIVITY_DATE ASC
        END-EXEC.
        EXEC SQL
                   PR-EXPIRY-DATE (PRW-IDX) DELIMITED BY SIZE
                   INTO MOVE-FEED-RECORD
            END-STRING
            ADD PR-ON-HAND (PRW-IDX) TO FEED-QTY-HASH
            WRITE MOVE-FEED-RECORD
        END-IF.
      ******************************************************************
      * CLOSE THIS PROGRAM'S PART OF THE MOVE FEED WITH ITS CONTROL    *
      * RECORD. WRITTEN EVEN WHEN NO MOVES WERE, SO THE BALANCING STEP *
      * CAN TELL A QUIET NIGHT FROM A STEP THAT NEVER FINISHED.        *
      ******************************************************************
       9600-WRITE-FEED-CONTROL.

        MOVE FEED-RECDS-WRITTEN  TO FC-RECORD-COUNT.
        MOVE FEED-QTY-HASH       TO FC-QUANTITY-HASH.
        MOVE RUN-DATE            TO FC-RUN-DATE.
        MOVE FEED-CONTROL-RECORD TO MOVE-FEED-RECORD.
        WRITE MOVE-FEED-RECORD.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        PERFORM 9600-WRITE-FEED-CONTROL.
        CLOSE MOVE-FEED
              PICK-LIST-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'DEMANDS    BACKORDERED         ' DEMANDS-BACKORDERED.
        DISPLAY 'PICK       LINES WRITTEN       ' PICK-LINES-WRITTEN.
        DISPLAY 'FEED       RECDS WRITTEN       ' FEED-RECDS-WRITTEN.
        DISPLAY 'FEED       CONTROL QTY HASH    ' FEED-QTY-HASH.
        DISPLAY "-----------------------------------------------------".
