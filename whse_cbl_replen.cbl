          03 BINS-BELOW-MIN              PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-WRITTEN               PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-SHORT-RESERVE          PIC S9(9)  COMP-3 VALUE ZERO.
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
          03 FC-SOURCE-ID                PIC X(08)  VALUE 'REPLEN  '.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RECORD-COUNT             PIC 9(09)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-QUANTITY-HASH            PIC 9(13)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RUN-DATE                 PIC 9(08)  VALUE ZERO.
          03 FILLER                      PIC X(37)  VALUE SPACES.

      ******************************************************************
      * THE PICK BIN BEING CHECKED AND THE REPLENISHMENT STILL OWED    *
      * COUNT SHOWED ROWS - SUM OVER NO ROWS WOULD COME BACK NULL AND  *
      * THIS SHOP DOES NOT CARRY INDICATOR VARIABLES FOR A CASE THE    *
      * COUNT ALREADY DECIDES. AN EMPTY PICK BIN REPLENISHES FROM      *
      * NOTHING UP TO TARGET. STOCK ON-HOLD UNDER A LOT RECALL IS NOT  *
      * PICKABLE, SO IT DOES NOT COUNT TOWARD THE MINIMUM.             *
      ******************************************************************
       2000-CHECK-ONE-ITEM.

              WHERE WAREHOUSE_ID  = :SAMPLE-TABLE-DATA.WAREHOUSE-ID
                AND ITEM_NUM      = :SAMPLE-TABLE-DATA.ITEM-NUM
                AND STORAGE_LOC   = :SAMPLE-TABLE-DATA.STORAGE-LOC
                AND MOVE_STATUS NOT = 'ON-HOLD    '
        END-EXEC.
        IF SQLCODE NOT = 0
            DISPLAY '2000-CHECK-ONE-ITEM'
                            :SAMPLE-TABLE-DATA.WAREHOUSE-ID
                    AND ITEM_NUM      = :SAMPLE-TABLE-DATA.ITEM-NUM
                    AND STORAGE_LOC   = :SAMPLE-TABLE-DATA.STORAGE-LOC
                    AND MOVE_STATUS NOT = 'ON-HOLD    '
            END-EXEC
            IF SQLCODE NOT = 0
                DISPLAY '2000-CHECK-ONE-ITEM'
      * THE SAME WAREHOUSE, FIRST-EXPIRED-FIRST-OUT, ONE MOVE-FEED     *
      * RECORD PER RESERVE ROW DRAWN. ROWS ALREADY FLAGGED IN-TRANSIT  *
      * ARE NOT DRAWN - THEY BELONG TO A RELEASED PICK OR AN           *
      * INTER-WAREHOUSE HOLDING AND ARE NOT ON THE SHELF - NOR ARE     *
      * ROWS ON-HOLD UNDER A WHSE_CBL_RECALL LOT HOLD, THE SAME RULES  *
      * WHSE_CBL_ALLOCATE APPLIES. THE ROWS ARE LOADED AND RANKED      *
      * BEFORE ANY MOVE IS CUT BECAUSE NO-EXPIRY STOCK (DATE ZERO)     *
      * WOULD OTHERWISE SORT AHEAD OF EVERY DATED LOT. ANYTHING STILL  *
      * OWED WHEN THE TABLE RUNS OUT IS A RESERVE SHORTAGE FOR THE     *
                 AND STORAGE_LOC NOT = :SAMPLE-TABLE-DATA.STORAGE-LOC
                 AND QUANTITY > 0
                 AND MOVE_STATUS NOT = 'IN-TRANSIT '
                 AND MOVE_STATUS NOT = 'ON-HOLD    '
               ORDER BY LAST_ACTIVITY_DATE ASC
        END-EXEC.
        EXEC SQL
               RV-EXPIRY-DATE (RSV-IDX)     DELIMITED BY SIZE
               INTO MOVE-FEED-RECORD
        END-STRING.
        ADD DRAW-QUANTITY TO FEED-QTY-HASH.
        WRITE MOVE-FEED-RECORD.
      ******************************************************************
      * REPORT HEADER.                                                 *
        MOVE ALL '-' TO WORKSHEET-REPORT-LINE.
        WRITE WORKSHEET-REPORT-LINE.
      ******************************************************************
      * CLOSE THIS PROGRAM'S PART OF THE MOVE FEED WITH ITS CONTROL    *
      * RECORD. WRITTEN EVEN WHEN NO MOVES WERE, SO THE BALANCING STEP *
      * CAN TELL A QUIET NIGHT FROM A STEP THAT NEVER FINISHED.        *
      ******************************************************************
       9600-WRITE-FEED-CONTROL.

        MOVE MOVES-WRITTEN       TO FC-RECORD-COUNT.
        MOVE FEED-QTY-HASH       TO FC-QUANTITY-HASH.
        MOVE RUN-DATE            TO FC-RUN-DATE.
        MOVE FEED-CONTROL-RECORD TO MOVE-FEED-RECORD.
        WRITE MOVE-FEED-RECORD.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        PERFORM 9600-WRITE-FEED-CONTROL.
        CLOSE ITEM-MASTER
              MOVE-FEED
              WORKSHEET-REPORT.
        DISPLAY 'ITEM       RECDS READ          ' ITEM-RECDS-READ.
        DISPLAY 'PICK BINS  BELOW MINIMUM       ' BINS-BELOW-MIN.
        DISPLAY 'MOVES      WRITTEN TO FEED     ' MOVES-WRITTEN.
        DISPLAY 'FEED       CONTROL QTY HASH    ' FEED-QTY-HASH.
        DISPLAY 'PICK BINS  SHORT OF RESERVE    ' BINS-SHORT-RESERVE.
        DISPLAY "-----------------------------------------------------".
