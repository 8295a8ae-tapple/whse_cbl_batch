       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_RECEIVE.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * NIGHTLY INBOUND RECEIVING WITH DIRECTED PUTAWAY, RUN AHEAD OF *
      * SORTSTEP THE SAME WAY WHSE_CBL_REPLEN FEEDS ITS PULLS. READS  *
      * THE DOCK'S RECEIPT FILE (ONE LINE PER PO/ITEM/LOT RECEIVED)   *
      * AND MATCHES EACH LINE AGAINST THE OPEN-PO FILE:               *
      *   - A LINE FOR A PO/WAREHOUSE/ITEM NOT ON THE OPEN-PO FILE,   *
      *     FROM THE WRONG VENDOR, OR FOR MORE THAN THE PO LINE STILL *
      *     HAS OPEN IS HELD AT THE DOCK AND PRINTED ON THE EXCEPTION *
      *     REPORT - NOTHING IS PUT AWAY FOR IT UNTIL PURCHASING      *
      *     CLEARS IT,                                                *
      *   - A GOOD LINE IS DIRECTED TO A PUTAWAY BIN FROM THE         *
      *     LOCATION MASTER CAPACITY: AN EMPTY BIN THAT CAN TAKE THE  *
      *     QUANTITY (THE SAME EMPTY/UNDER-CAPACITY TEST AS           *
      *     WHSE_CBL_BINUTIL AND THE BATCH CAPACITY HOLD), NEVER A    *
      *     PICK LOCATION. A LOT ALREADY ON HAND IS NOT TOPPED UP -   *
      *     ITS ROW MAY BE REWRITTEN THE SAME NIGHT BY REPLENISHMENT, *
      *     ALLOCATION, A COUNT OR A RECALL, AND THE SORTSTEP DEDUP   *
      *     KEEPS ONLY ONE RECORD PER ROW,                            *
      *   - EVERY PUTAWAY IS APPENDED TO THE MOVE FEED AS A 'J'       *
      *     (COMPLETED) RECORD CARRYING THE NEW ROW'S QUANTITY,       *
      *     SO THE NIGHTLY WHSE_CBL_BATCH APPLIES THE RECEIPT WITH    *
      *     FULL VALIDATION, AUDIT-TRAIL AND RECONCILIATION COVERAGE, *
      *   - THE PUTAWAY WORKSHEET LISTS EVERY LINE FOR THE RECEIVING  *
      *     CREW WITH THE BIN IT GOES TO,                             *
      *   - A PO LINE THAT TOOK RECEIPTS TONIGHT BUT IS STILL NOT     *
      *     FULLY RECEIVED PRINTS AS A SHORT RECEIPT.                 *
      * CAPACITY ALREADY PROMISED TO EARLIER LINES IN THE RUN IS HELD *
      * AGAINST EACH BIN IN MEMORY, AND TWO LINES FOR THE SAME ITEM   *
      * AND LOT GOING TO THE SAME BIN ARE COMBINED INTO ONE FEED      *
      * RECORD SO THE SORTSTEP DEDUP CANNOT DROP EITHER OF THEM.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPEN-PO-FILE ASSIGN TO OPENPO
            FILE STATUS IS FL-STAT-OPO.
        SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
            FILE STATUS IS FL-STAT-LOC.
        SELECT ITEM-MASTER ASSIGN TO ITEMMSTR
            FILE STATUS IS FL-STAT-ITM.
        SELECT RECEIPT-FILE ASSIGN TO RECEIPTS
            FILE STATUS IS FL-STAT-RCP.
        SELECT MOVE-FEED ASSIGN TO MOVEFEED
            FILE STATUS IS FL-STAT-FED.
        SELECT PUTAWAY-REPORT ASSIGN TO PUTRPT
            FILE STATUS IS FL-STAT-PUT.
        SELECT EXCEPTION-REPORT ASSIGN TO EXCPRPT
            FILE STATUS IS FL-STAT-EXC.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * OPEN-PO EXTRACT FROM PURCHASING - ONE RECORD PER PO LINE WITH  *
      * THE QUANTITY ORDERED AND THE QUANTITY RECEIVED BEFORE TONIGHT. *
      ******************************************************************
       FD OPEN-PO-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 OPEN-PO-RECORD.
          03 OP-PO-NUM                   PIC X(10).
          03 OP-VENDOR-ID                PIC X(08).
          03 OP-WAREHOUSE-ID             PIC X(03).
          03 OP-ITEM-NUM                 PIC X(10).
          03 OP-ORDER-QTY                PIC 9(05).
          03 OP-RECEIVED-QTY             PIC 9(05).

       FD LOCATION-MASTER
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOCATION-MASTER-RECORD.
          03 LM-WAREHOUSE-ID              PIC X(03).
          03 LM-STORAGE-LOC               PIC X(10).
          03 LM-BIN-CAPACITY              PIC 9(05).

       FD ITEM-MASTER
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 ITEM-MASTER-RECORD.
          03 IM-ITEM-NUM                 PIC X(10).
          03 IM-WAREHOUSE-ID             PIC X(03).
          03 IM-PICK-LOC                 PIC X(10).
          03 IM-MIN-QTY                  PIC 9(05).
          03 IM-TARGET-QTY               PIC 9(05).

      ******************************************************************
      * DOCK RECEIPT FILE - ONE LINE PER PO/ITEM/LOT RECEIVED. NON-LOT *
      * STOCK RECEIVES WITH A SPACE LOT AND ZERO EXPIRY.               *
      ******************************************************************
       FD RECEIPT-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RECEIPT-RECORD.
          03 RC-PO-NUM                   PIC X(10).
          03 RC-VENDOR-ID                PIC X(08).
          03 RC-WAREHOUSE-ID             PIC X(03).
          03 RC-ITEM-NUM                 PIC X(10).
          03 RC-LOT-NUM                  PIC X(10).
          03 RC-EXPIRY-DATE              PIC 9(08).
          03 RC-QUANTITY                 PIC 9(05).

       FD MOVE-FEED
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 MOVE-FEED-RECORD                 PIC X(80).

       FD PUTAWAY-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 PUTAWAY-REPORT-LINE              PIC X(80).

       FD EXCEPTION-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 EXCEPTION-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 QTY-EDIT                   PIC ZZZZ9          VALUE ZERO.
        03 OPEN-EDIT                  PIC -(8)9          VALUE ZERO.
        03 NO-DEST-BIN                PIC X(10)          VALUE SPACES.
        03 EXCEPTION-REASON           PIC X(40)          VALUE SPACES.

       01 SWITCHES.
          03 OPO-EOF-SW              PIC    X   VALUE 'N'.
          03 LOC-EOF-SW              PIC    X   VALUE 'N'.
          03 ITM-EOF-SW              PIC    X   VALUE 'N'.
          03 RCP-EOF-SW              PIC    X   VALUE 'N'.
          03 PO-FOUND-SW             PIC    X   VALUE 'N'.
          03 BIN-FOUND-SW            PIC    X   VALUE 'N'.
          03 PUTAWAY-FOUND-SW        PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-OPO                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LOC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ITM                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RCP                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-FED                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-PUT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-EXC                 PIC X(2)   VALUE SPACES.

       01 COUNTRIES.
          03 PO-LINES-LOADED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-ON-MASTER              PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECEIPT-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECEIPTS-PUT-AWAY           PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECEIPTS-UNKNOWN-PO         PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECEIPTS-OVER               PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECEIPTS-NO-BIN             PIC S9(9)  COMP-3 VALUE ZERO.
          03 PO-LINES-SHORT              PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-WRITTEN               PIC S9(9)  COMP-3 VALUE ZERO.
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
          03 FC-SOURCE-ID                PIC X(08)  VALUE 'RECEIVE '.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RECORD-COUNT             PIC 9(09)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-QUANTITY-HASH            PIC 9(13)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RUN-DATE                 PIC 9(08)  VALUE ZERO.
          03 FILLER                      PIC X(37)  VALUE SPACES.

      ******************************************************************
      * THE RECEIPT LINE BEING DIRECTED AND WHAT IS STILL OPEN ON ITS  *
      * PO LINE. CHOSEN-PUT-SUB REMEMBERS WHICH PUTAWAY ENTRY THE LINE *
      * LANDED ON, SINCE A PERFORM VARYING HAS ALREADY STEPPED ITS     *
      * INDEX PAST THE MATCH BY THE TIME THE LOOP ENDS.                *
      ******************************************************************
       01 RECEIVE-WORK-AREA.
          03 OPEN-REMAINING             PIC S9(7)  COMP-3 VALUE ZERO.
          03 SHORT-QUANTITY             PIC S9(7)  COMP-3 VALUE ZERO.
          03 CHOSEN-PUT-SUB             PIC S9(8)  COMP   VALUE ZERO.
          03 CHOSEN-BIN-SUB             PIC S9(8)  COMP   VALUE ZERO.
          03 PUTAWAY-TYPE               PIC X(20)         VALUE SPACES.

      ******************************************************************
      * OPEN PO LINES, WITH THE QUANTITY ACCEPTED AGAINST EACH LINE ON *
      * THIS RUN SO A SECOND RECEIPT FOR THE SAME LINE SEES WHAT THE   *
      * FIRST ONE ALREADY USED UP.                                     *
      ******************************************************************
       01 PO-TABLE-COUNT                   PIC S9(8) COMP VALUE ZERO.
       01 PO-TABLE.
          03 PO-ENTRY                      OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON PO-TABLE-COUNT
                                 INDEXED BY PO-IDX.
             05 PT-PO-NUM                  PIC X(10).
             05 PT-VENDOR-ID               PIC X(08).
             05 PT-WAREHOUSE-ID            PIC X(03).
             05 PT-ITEM-NUM                PIC X(10).
             05 PT-ORDER-QTY               PIC 9(05).
             05 PT-RECEIVED-QTY            PIC 9(05).
             05 PT-RUN-QTY                 PIC S9(7) COMP-3.

      ******************************************************************
      * THE FULL LOCATION MASTER WITH EACH BIN'S ITEM COUNT AND TOTAL  *
      * QUANTITY FETCHED FROM STORELOC_TABLE AS IT IS LOADED, AS IN    *
      * WHSE_CBL_BINUTIL. EVERY PUTAWAY DIRECTED INTO A BIN IS ADDED   *
      * TO ITS LOAD HERE SO A LATER LINE CANNOT BE PROMISED THE SAME   *
      * ROOM. BT-PICK-SW MARKS BINS THAT ARE SOME ITEM'S PICK LOCATION *
      * ON THE ITEM MASTER - THEY BELONG TO REPLENISHMENT AND ARE      *
      * NEVER OFFERED AS AN EMPTY PUTAWAY BIN.                         *
      ******************************************************************
       01 BIN-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 BIN-TABLE.
          03 BIN-ENTRY                     OCCURS 0 TO 50000 TIMES
                                 DEPENDING ON BIN-TABLE-COUNT
                                 INDEXED BY BIN-IDX.
             05 BT-WAREHOUSE-ID            PIC X(03).
             05 BT-STORAGE-LOC             PIC X(10).
             05 BT-BIN-CAPACITY            PIC 9(05).
             05 BT-ITEM-COUNT              PIC S9(5) COMP-3.
             05 BT-TOTAL-QTY               PIC S9(9) COMP-3.
             05 BT-PICK-SW                 PIC X.

      ******************************************************************
      * PUTAWAYS DIRECTED ON THIS RUN, ONE ENTRY PER WAREHOUSE/ITEM/   *
      * BIN/LOT - THE FEED RECORDS ARE WRITTEN FROM HERE AT THE END SO *
      * TWO RECEIPTS INTO THE SAME LOT ROW GO OUT AS ONE RECORD.       *
      * PA-NEW-QTY IS THE ROW'S QUANTITY AFTER EVERY RECEIPT DIRECTED  *
      * TO IT - THE BIN WAS EMPTY, SO TONIGHT'S RECEIPTS ARE ALL OF IT.*
      ******************************************************************
       01 PUTAWAY-TABLE-COUNT              PIC S9(8) COMP VALUE ZERO.
       01 PUTAWAY-TABLE.
          03 PUTAWAY-ENTRY                 OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON PUTAWAY-TABLE-COUNT
                                 INDEXED BY PUT-IDX.
             05 PA-WAREHOUSE-ID            PIC X(03).
             05 PA-ITEM-NUM                PIC X(10).
             05 PA-STORAGE-LOC             PIC X(10).
             05 PA-LOT-NUM                 PIC X(10).
             05 PA-EXPIRY-DATE             PIC 9(08).
             05 PA-BIN-SUB                 PIC S9(8) COMP.
             05 PA-NEW-QTY                 PIC 9(05).

      ******************************************************************
      * HOST VARIABLES FOR THE PER-BIN COUNT AND SUM - THE SUM IS ONLY *
      * SELECTED WHEN THE COUNT SHOWED ROWS, SO IT CAN NEVER COME      *
      * BACK NULL.                                                     *
      ******************************************************************
       01 BIN-QUERY-DATA.
          03 BQ-WAREHOUSE-ID            PIC X(03).
          03 BQ-STORAGE-LOC             PIC X(10).
          03 BQ-ITEM-COUNT              PIC S9(5) COMP-3.
          03 BQ-TOTAL-QTY               PIC S9(9) COMP-3.

       PROCEDURE DIVISION.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'RECEIVE COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.

        OPEN INPUT OPEN-PO-FILE.
        IF FL-STAT-OPO NOT = 00
          DISPLAY 'OPEN OPEN-PO FILE ERROR - STAT :' FL-STAT-OPO
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT LOCATION-MASTER.
        IF FL-STAT-LOC NOT = 00
          DISPLAY 'OPEN LOCATION MASTER ERROR - STAT :' FL-STAT-LOC
          MOVE  +20                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT ITEM-MASTER.
        IF FL-STAT-ITM NOT = 00
          DISPLAY 'OPEN ITEM MASTER ERROR - STAT :' FL-STAT-ITM
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT RECEIPT-FILE.
        IF FL-STAT-RCP NOT = 00
          DISPLAY 'OPEN RECEIPT FILE ERROR - STAT :' FL-STAT-RCP
          MOVE  +40                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN EXTEND MOVE-FEED.
        IF FL-STAT-FED NOT = 00
          DISPLAY 'OPEN MOVE FEED ERROR - STAT :' FL-STAT-FED
          MOVE  +50                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT PUTAWAY-REPORT.
        IF FL-STAT-PUT NOT = 00
          DISPLAY 'OPEN PUTAWAY REPORT ERROR - STAT :' FL-STAT-PUT
          MOVE  +60                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT EXCEPTION-REPORT.
        IF FL-STAT-EXC NOT = 00
          DISPLAY 'OPEN EXCEPTION REPORT ERROR - STAT :' FL-STAT-EXC
          MOVE  +70                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 1000-LOAD-ONE-PO UNTIL OPO-EOF-SW = 'Y'.
        CLOSE OPEN-PO-FILE.
        PERFORM 1100-LOAD-ONE-BIN UNTIL LOC-EOF-SW = 'Y'.
        CLOSE LOCATION-MASTER.
        PERFORM 1200-MARK-ONE-PICK-LOC UNTIL ITM-EOF-SW = 'Y'.
        CLOSE ITEM-MASTER.
        PERFORM 8100-WRITE-REPORT-HEADERS.
        PERFORM 2000-READ-RECEIPT UNTIL RCP-EOF-SW = 'Y'.
        PERFORM 4000-WRITE-ONE-PUTAWAY
            VARYING PUT-IDX FROM 1 BY 1
            UNTIL PUT-IDX > PUTAWAY-TABLE-COUNT.
        PERFORM 5000-CHECK-ONE-SHORT
            VARYING PO-IDX FROM 1 BY 1
            UNTIL PO-IDX > PO-TABLE-COUNT.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * LOAD ONE OPEN PO LINE.                                         *
      ******************************************************************
       1000-LOAD-ONE-PO.

        READ OPEN-PO-FILE
            AT END
                MOVE 'Y' TO OPO-EOF-SW
            NOT AT END
                IF PO-TABLE-COUNT < 10000
                    ADD 1 TO PO-TABLE-COUNT
                    ADD 1 TO PO-LINES-LOADED
                    SET PO-IDX TO PO-TABLE-COUNT
                    MOVE OP-PO-NUM       TO PT-PO-NUM (PO-IDX)
                    MOVE OP-VENDOR-ID    TO PT-VENDOR-ID (PO-IDX)
                    MOVE OP-WAREHOUSE-ID TO PT-WAREHOUSE-ID (PO-IDX)
                    MOVE OP-ITEM-NUM     TO PT-ITEM-NUM (PO-IDX)
                    MOVE OP-ORDER-QTY    TO PT-ORDER-QTY (PO-IDX)
                    MOVE OP-RECEIVED-QTY TO PT-RECEIVED-QTY (PO-IDX)
                    MOVE ZERO            TO PT-RUN-QTY (PO-IDX)
                ELSE
                    DISPLAY 'PO TABLE FULL - PO LINE DROPPED'
                END-IF
        END-READ.
      ******************************************************************
      * READ ONE LOCATION MASTER BIN AND FETCH ITS ITEM COUNT AND      *
      * TOTAL QUANTITY FROM STORELOC_TABLE.                            *
      ******************************************************************
       1100-LOAD-ONE-BIN.

        READ LOCATION-MASTER
            AT END
                MOVE 'Y' TO LOC-EOF-SW
            NOT AT END
                IF BIN-TABLE-COUNT < 50000
                    PERFORM 1150-QUERY-ONE-BIN
                ELSE
                    DISPLAY 'BIN TABLE FULL - BIN DROPPED'
                END-IF
        END-READ.
      ******************************************************************
      * COUNT FIRST, SUM ONLY WHEN THE COUNT SHOWED ROWS - SUM OVER    *
      * NO ROWS WOULD COME BACK NULL AND THIS SHOP DOES NOT CARRY      *
      * INDICATOR VARIABLES FOR A CASE THE COUNT ALREADY DECIDES.      *
      ******************************************************************
       1150-QUERY-ONE-BIN.

        ADD 1 TO BIN-TABLE-COUNT.
        ADD 1 TO BINS-ON-MASTER.
        SET BIN-IDX TO BIN-TABLE-COUNT.
        MOVE LM-WAREHOUSE-ID TO BT-WAREHOUSE-ID (BIN-IDX).
        MOVE LM-STORAGE-LOC  TO BT-STORAGE-LOC (BIN-IDX).
        MOVE LM-BIN-CAPACITY TO BT-BIN-CAPACITY (BIN-IDX).
        MOVE 'N'             TO BT-PICK-SW (BIN-IDX).

        MOVE LM-WAREHOUSE-ID TO BQ-WAREHOUSE-ID.
        MOVE LM-STORAGE-LOC  TO BQ-STORAGE-LOC.
        MOVE ZERO TO BQ-ITEM-COUNT BQ-TOTAL-QTY.
        EXEC SQL
             SELECT COUNT(*)
               INTO :BIN-QUERY-DATA.BQ-ITEM-COUNT
               FROM STORELOC_TABLE
              WHERE WAREHOUSE_ID  = :BIN-QUERY-DATA.BQ-WAREHOUSE-ID
                AND STORAGE_LOC   = :BIN-QUERY-DATA.BQ-STORAGE-LOC
        END-EXEC.
        IF SQLCODE NOT = 0
            DISPLAY '1150-QUERY-ONE-BIN'
            DISPLAY 'ERROR ON COUNT - SQLCODE : ' SQLCODE
            DISPLAY 'STORAGE-LOC : ' BQ-STORAGE-LOC
            MOVE ZERO TO BQ-ITEM-COUNT
        END-IF.

        IF BQ-ITEM-COUNT > ZERO
            EXEC SQL
                 SELECT SUM(QUANTITY)
                   INTO :BIN-QUERY-DATA.BQ-TOTAL-QTY
                   FROM STORELOC_TABLE
                  WHERE WAREHOUSE_ID  =
                            :BIN-QUERY-DATA.BQ-WAREHOUSE-ID
                    AND STORAGE_LOC   =
                            :BIN-QUERY-DATA.BQ-STORAGE-LOC
            END-EXEC
            IF SQLCODE NOT = 0
                DISPLAY '1150-QUERY-ONE-BIN'
                DISPLAY 'ERROR ON SUM - SQLCODE : ' SQLCODE
                DISPLAY 'STORAGE-LOC : ' BQ-STORAGE-LOC
                MOVE ZERO TO BQ-TOTAL-QTY
            END-IF
        END-IF.

        MOVE BQ-ITEM-COUNT TO BT-ITEM-COUNT (BIN-IDX).
        MOVE BQ-TOTAL-QTY  TO BT-TOTAL-QTY (BIN-IDX).
      ******************************************************************
      * READ ONE ITEM MASTER RECORD AND MARK ITS PICK LOCATION ON THE  *
      * BIN TABLE SO THE EMPTY-BIN SEARCH LEAVES IT ALONE.             *
      ******************************************************************
       1200-MARK-ONE-PICK-LOC.

        READ ITEM-MASTER
            AT END
                MOVE 'Y' TO ITM-EOF-SW
            NOT AT END
                SET BIN-IDX TO 1
                SEARCH BIN-ENTRY
                    AT END
                        CONTINUE
                    WHEN BT-WAREHOUSE-ID (BIN-IDX) = IM-WAREHOUSE-ID
                        AND BT-STORAGE-LOC (BIN-IDX) = IM-PICK-LOC
                        MOVE 'Y' TO BT-PICK-SW (BIN-IDX)
                END-SEARCH
        END-READ.
      ******************************************************************
      * READ ONE DOCK RECEIPT LINE.                                    *
      ******************************************************************
       2000-READ-RECEIPT.

        READ RECEIPT-FILE
            AT END MOVE 'Y'     TO RCP-EOF-SW.
        IF RCP-EOF-SW = 'N'
            ADD +1 TO RECEIPT-RECDS-READ
            PERFORM 2100-MATCH-PO-LINE
        END-IF.
      ******************************************************************
      * MATCH THE RECEIPT LINE TO ITS OPEN PO LINE BY PO, WAREHOUSE    *
      * AND ITEM. WHAT IS STILL OPEN ON THE LINE IS THE ORDERED        *
      * QUANTITY LESS WHAT PURCHASING HAD RECEIVED BEFORE TONIGHT AND  *
      * WHAT EARLIER LINES ON THIS RUN ALREADY ACCEPTED. ONLY A LINE   *
      * THAT FITS WITHIN THAT IS ACCEPTED AND DIRECTED TO A BIN - AN   *
      * OVER-RECEIPT IS HELD WHOLE, NOT PART PUT AWAY, SO THE BUYER    *
      * DECIDES WHETHER TO TAKE THE OVERAGE OR SEND IT BACK.           *
      ******************************************************************
       2100-MATCH-PO-LINE.

        MOVE 'N' TO PO-FOUND-SW.
        SET PO-IDX TO 1.
        SEARCH PO-ENTRY
            AT END
                CONTINUE
            WHEN PT-PO-NUM (PO-IDX) = RC-PO-NUM
                AND PT-WAREHOUSE-ID (PO-IDX) = RC-WAREHOUSE-ID
                AND PT-ITEM-NUM (PO-IDX) = RC-ITEM-NUM
                MOVE 'Y' TO PO-FOUND-SW
        END-SEARCH.
        IF PO-FOUND-SW = 'Y'
            COMPUTE OPEN-REMAINING = PT-ORDER-QTY (PO-IDX)
                                   - PT-RECEIVED-QTY (PO-IDX)
                                   - PT-RUN-QTY (PO-IDX)
        ELSE
            MOVE ZERO TO OPEN-REMAINING
        END-IF.

        EVALUATE TRUE
            WHEN PO-FOUND-SW = 'N'
                ADD 1 TO RECEIPTS-UNKNOWN-PO
                MOVE 'NO OPEN PO LINE - HELD AT DOCK'
                                        TO EXCEPTION-REASON
                PERFORM 2900-WRITE-RECEIPT-EXCEPTION
            WHEN PT-VENDOR-ID (PO-IDX) NOT = RC-VENDOR-ID
                ADD 1 TO RECEIPTS-UNKNOWN-PO
                MOVE 'VENDOR NOT ON PO - HELD AT DOCK'
                                        TO EXCEPTION-REASON
                PERFORM 2900-WRITE-RECEIPT-EXCEPTION
            WHEN RC-QUANTITY = ZERO
                ADD 1 TO RECEIPTS-UNKNOWN-PO
                MOVE 'ZERO QUANTITY RECEIVED - IGNORED'
                                        TO EXCEPTION-REASON
                PERFORM 2900-WRITE-RECEIPT-EXCEPTION
            WHEN RC-QUANTITY > OPEN-REMAINING
                ADD 1 TO RECEIPTS-OVER
                MOVE 'OVER-RECEIPT - HELD AT DOCK'
                                        TO EXCEPTION-REASON
                PERFORM 2900-WRITE-RECEIPT-EXCEPTION
            WHEN OTHER
                ADD RC-QUANTITY TO PT-RUN-QTY (PO-IDX)
                PERFORM 3000-DIRECT-PUTAWAY
        END-EVALUATE.
      ******************************************************************
      * EXCEPTION REPORT LINES FOR ONE HELD RECEIPT LINE - THE LINE AS *
      * RECEIVED, THEN THE REASON AND WHAT THE PO LINE STILL HAD OPEN. *
      ******************************************************************
       2900-WRITE-RECEIPT-EXCEPTION.

        MOVE RC-QUANTITY TO QTY-EDIT.
        MOVE SPACES TO EXCEPTION-REPORT-LINE.
        STRING 'PO '                       DELIMITED BY SIZE
               RC-PO-NUM                   DELIMITED BY SIZE
               ' VND '                     DELIMITED BY SIZE
               RC-VENDOR-ID                DELIMITED BY SIZE
               ' WH '                      DELIMITED BY SIZE
               RC-WAREHOUSE-ID             DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               RC-ITEM-NUM                 DELIMITED BY SIZE
               ' LOT '                     DELIMITED BY SIZE
               RC-LOT-NUM                  DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
        END-STRING.
        WRITE EXCEPTION-REPORT-LINE.
        MOVE OPEN-REMAINING TO OPEN-EDIT.
        MOVE SPACES TO EXCEPTION-REPORT-LINE.
        STRING '  RCVD '                   DELIMITED BY SIZE
               QTY-EDIT                    DELIMITED BY SIZE
               ' OPEN '                    DELIMITED BY SIZE
               OPEN-EDIT                   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               EXCEPTION-REASON            DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
        END-STRING.
        WRITE EXCEPTION-REPORT-LINE.
      ******************************************************************
      * DIRECT AN ACCEPTED RECEIPT LINE TO A BIN. THE CHOICE, IN       *
      * ORDER:                                                         *
      *   1. A ROW THIS RUN HAS ALREADY DIRECTED THE SAME ITEM AND LOT *
      *      TO, IF ITS BIN STILL HAS ROOM,                            *
      *   2. THE FIRST EMPTY, NON-PICK BIN IN THE WAREHOUSE WHOSE OWN  *
      *      CAPACITY CAN TAKE THE QUANTITY (CAPACITY ZERO = NO LIMIT).*
      * ONLY ROWS THIS RUN CREATES ARE EVER WRITTEN, SO NO OTHER FEED  *
      * RECORD TONIGHT CAN CARRY THE SAME KEY AND WIN OR LOSE THE      *
      * SORTSTEP DEDUP AGAINST A PUTAWAY.                              *
      * A LINE NO BIN CAN TAKE STAYS ON THE DOCK AND PRINTS AS AN      *
      * EXCEPTION - IT IS STILL COUNTED AS RECEIVED AGAINST THE PO.    *
      ******************************************************************
       3000-DIRECT-PUTAWAY.

        MOVE 'N' TO PUTAWAY-FOUND-SW.
        PERFORM 3100-TEST-ONE-RUN-PUTAWAY
            VARYING PUT-IDX FROM 1 BY 1
            UNTIL PUT-IDX > PUTAWAY-TABLE-COUNT
                OR PUTAWAY-FOUND-SW = 'Y'.
        IF PUTAWAY-FOUND-SW = 'Y'
            MOVE 'ADD TO TONIGHTS LOT'  TO PUTAWAY-TYPE
            SET PUT-IDX TO CHOSEN-PUT-SUB
            SET BIN-IDX TO PA-BIN-SUB (PUT-IDX)
            ADD RC-QUANTITY TO PA-NEW-QTY (PUT-IDX)
            ADD RC-QUANTITY TO BT-TOTAL-QTY (BIN-IDX)
        ELSE
            IF PUTAWAY-TABLE-COUNT < 5000
                PERFORM 3300-FIND-EMPTY-BIN
                IF BIN-FOUND-SW = 'Y'
                    MOVE 'EMPTY BIN'  TO PUTAWAY-TYPE
                    SET BIN-IDX TO CHOSEN-BIN-SUB
                    ADD 1 TO BT-ITEM-COUNT (BIN-IDX)
                    PERFORM 3400-ADD-PUTAWAY-ENTRY
                    MOVE 'Y' TO PUTAWAY-FOUND-SW
                END-IF
            ELSE
                DISPLAY 'PUTAWAY TABLE FULL - RECEIPT HELD'
            END-IF
        END-IF.

        IF PUTAWAY-FOUND-SW = 'Y'
            ADD 1 TO RECEIPTS-PUT-AWAY
            PERFORM 3500-WRITE-WORKSHEET-LINES
        ELSE
            ADD 1 TO RECEIPTS-NO-BIN
            MOVE 'NO BIN WITH ROOM - HELD AT DOCK'
                                    TO EXCEPTION-REASON
            PERFORM 2900-WRITE-RECEIPT-EXCEPTION
        END-IF.
      ******************************************************************
      * TEST ONE PUTAWAY ALREADY DIRECTED THIS RUN - SAME WAREHOUSE,   *
      * ITEM AND LOT, ITS BIN STILL UNDER CAPACITY WITH THIS LINE      *
      * ADDED, AND THE ROW QUANTITY STILL INSIDE ITS PICTURE.          *
      ******************************************************************
       3100-TEST-ONE-RUN-PUTAWAY.

        IF PA-WAREHOUSE-ID (PUT-IDX) = RC-WAREHOUSE-ID
                AND PA-ITEM-NUM (PUT-IDX) = RC-ITEM-NUM
                AND PA-LOT-NUM (PUT-IDX) = RC-LOT-NUM
                AND RC-QUANTITY NOT > 99999 - PA-NEW-QTY (PUT-IDX)
            SET BIN-IDX TO PA-BIN-SUB (PUT-IDX)
            IF BT-BIN-CAPACITY (BIN-IDX) = ZERO
                    OR BT-TOTAL-QTY (BIN-IDX) + RC-QUANTITY
                            NOT > BT-BIN-CAPACITY (BIN-IDX)
                MOVE 'Y' TO PUTAWAY-FOUND-SW
                SET CHOSEN-PUT-SUB TO PUT-IDX
            END-IF
        END-IF.
      ******************************************************************
      * WALK THE BIN TABLE FOR THE RECEIVING WAREHOUSE AND TAKE THE    *
      * FIRST BIN HOLDING NO STOCK AT ALL (INCLUDING NOTHING ALREADY   *
      * DIRECTED TO IT THIS RUN) THAT IS NOT A PICK LOCATION AND WHOSE *
      * OWN CAPACITY COULD TAKE THE LINE - THE SAME EMPTY TEST THE     *
      * BATCH CAPACITY HOLD USES FOR ITS SUGGESTIONS.                  *
      ******************************************************************
       3300-FIND-EMPTY-BIN.

        MOVE 'N' TO BIN-FOUND-SW.
        PERFORM 3310-CHECK-ONE-CANDIDATE
            VARYING BIN-IDX FROM 1 BY 1
            UNTIL BIN-IDX > BIN-TABLE-COUNT
                OR BIN-FOUND-SW = 'Y'.
      ******************************************************************
      * TEST ONE LOCATION MASTER BIN AS AN EMPTY PUTAWAY BIN.          *
      ******************************************************************
       3310-CHECK-ONE-CANDIDATE.

        IF BT-WAREHOUSE-ID (BIN-IDX) = RC-WAREHOUSE-ID
                AND BT-ITEM-COUNT (BIN-IDX) = ZERO
                AND BT-PICK-SW (BIN-IDX) = 'N'
                AND (BT-BIN-CAPACITY (BIN-IDX) = ZERO
                    OR BT-BIN-CAPACITY (BIN-IDX) >= RC-QUANTITY)
            MOVE 'Y' TO BIN-FOUND-SW
            SET CHOSEN-BIN-SUB TO BIN-IDX
        END-IF.
      ******************************************************************
      * RECORD A NEW PUTAWAY FOR THE CHOSEN BIN AND HOLD ITS ROOM.     *
      ******************************************************************
       3400-ADD-PUTAWAY-ENTRY.

        ADD 1 TO PUTAWAY-TABLE-COUNT.
        SET PUT-IDX TO PUTAWAY-TABLE-COUNT.
        SET BIN-IDX TO CHOSEN-BIN-SUB.
        MOVE RC-WAREHOUSE-ID           TO PA-WAREHOUSE-ID (PUT-IDX).
        MOVE RC-ITEM-NUM               TO PA-ITEM-NUM (PUT-IDX).
        MOVE BT-STORAGE-LOC (BIN-IDX)  TO PA-STORAGE-LOC (PUT-IDX).
        MOVE RC-LOT-NUM                TO PA-LOT-NUM (PUT-IDX).
        MOVE RC-EXPIRY-DATE            TO PA-EXPIRY-DATE (PUT-IDX).
        MOVE CHOSEN-BIN-SUB            TO PA-BIN-SUB (PUT-IDX).
        MOVE RC-QUANTITY               TO PA-NEW-QTY (PUT-IDX).
        ADD RC-QUANTITY TO BT-TOTAL-QTY (BIN-IDX).
      ******************************************************************
      * WORKSHEET LINES FOR ONE DIRECTED RECEIPT - THE LINE AS         *
      * RECEIVED, THEN THE BIN IT GOES TO AND WHY THAT BIN.            *
      ******************************************************************
       3500-WRITE-WORKSHEET-LINES.

        MOVE SPACES TO PUTAWAY-REPORT-LINE.
        STRING 'PO '                       DELIMITED BY SIZE
               RC-PO-NUM                   DELIMITED BY SIZE
               ' WH '                      DELIMITED BY SIZE
               RC-WAREHOUSE-ID             DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               RC-ITEM-NUM                 DELIMITED BY SIZE
               ' LOT '                     DELIMITED BY SIZE
               RC-LOT-NUM                  DELIMITED BY SIZE
               ' EXP '                     DELIMITED BY SIZE
               RC-EXPIRY-DATE              DELIMITED BY SIZE
               INTO PUTAWAY-REPORT-LINE
        END-STRING.
        WRITE PUTAWAY-REPORT-LINE.
        MOVE RC-QUANTITY TO QTY-EDIT.
        MOVE SPACES TO PUTAWAY-REPORT-LINE.
        STRING '  PUT '                    DELIMITED BY SIZE
               QTY-EDIT                    DELIMITED BY SIZE
               ' TO BIN '                  DELIMITED BY SIZE
               PA-STORAGE-LOC (PUT-IDX)    DELIMITED BY SIZE
               ' - '                       DELIMITED BY SIZE
               PUTAWAY-TYPE                DELIMITED BY SIZE
               INTO PUTAWAY-REPORT-LINE
        END-STRING.
        WRITE PUTAWAY-REPORT-LINE.
      ******************************************************************
      * BUILD THE 'J' (COMPLETED) FEED RECORD FOR ONE DIRECTED ROW IN  *
      * THE SAME COMMA LAYOUT WHSE_CBL_BATCH PARSES. A 'J' RECORD SETS *
      * THE ROW AS FED, SO IT CARRIES TONIGHT'S RECEIPTS INTO THE      *
      * EMPTY BIN AND THE BATCH INSERTS THE ROW.                       *
      ******************************************************************
       4000-WRITE-ONE-PUTAWAY.

        ADD 1 TO MOVES-WRITTEN.
        MOVE SPACES TO MOVE-FEED-RECORD.
        STRING 'J'                          DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-WAREHOUSE-ID (PUT-IDX)    DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-ITEM-NUM (PUT-IDX)        DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-STORAGE-LOC (PUT-IDX)     DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               'COMPLETED  '                DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-NEW-QTY (PUT-IDX)         DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               NO-DEST-BIN                  DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-LOT-NUM (PUT-IDX)         DELIMITED BY SIZE
               ','                          DELIMITED BY SIZE
               PA-EXPIRY-DATE (PUT-IDX)     DELIMITED BY SIZE
               INTO MOVE-FEED-RECORD
        END-STRING.
        ADD PA-NEW-QTY (PUT-IDX) TO FEED-QTY-HASH.
        WRITE MOVE-FEED-RECORD.
      ******************************************************************
      * A PO LINE THAT TOOK RECEIPTS TONIGHT BUT STILL HAS QUANTITY    *
      * OPEN IS A SHORT RECEIPT. LINES WITH NO RECEIPT TONIGHT ARE NOT *
      * LISTED - THEIR STOCK SIMPLY HAS NOT ARRIVED YET.               *
      ******************************************************************
       5000-CHECK-ONE-SHORT.

        IF PT-RUN-QTY (PO-IDX) > ZERO
            COMPUTE SHORT-QUANTITY = PT-ORDER-QTY (PO-IDX)
                                   - PT-RECEIVED-QTY (PO-IDX)
                                   - PT-RUN-QTY (PO-IDX)
            IF SHORT-QUANTITY > ZERO
                ADD 1 TO PO-LINES-SHORT
                MOVE SPACES TO EXCEPTION-REPORT-LINE
                STRING 'PO '                   DELIMITED BY SIZE
                       PT-PO-NUM (PO-IDX)      DELIMITED BY SIZE
                       ' VND '                 DELIMITED BY SIZE
                       PT-VENDOR-ID (PO-IDX)   DELIMITED BY SIZE
                       ' WH '                  DELIMITED BY SIZE
                       PT-WAREHOUSE-ID (PO-IDX) DELIMITED BY SIZE
                       ' ITM '                 DELIMITED BY SIZE
                       PT-ITEM-NUM (PO-IDX)    DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-LINE
                END-STRING
                WRITE EXCEPTION-REPORT-LINE
                MOVE PT-RUN-QTY (PO-IDX) TO QTY-EDIT
                MOVE SHORT-QUANTITY      TO OPEN-EDIT
                MOVE SPACES TO EXCEPTION-REPORT-LINE
                STRING '  RCVD '               DELIMITED BY SIZE
                       QTY-EDIT                DELIMITED BY SIZE
                       ' ORDERED '             DELIMITED BY SIZE
                       PT-ORDER-QTY (PO-IDX)   DELIMITED BY SIZE
                       ' SHORT '               DELIMITED BY SIZE
                       OPEN-EDIT               DELIMITED BY SIZE
                       ' SHORT RECEIPT'        DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-LINE
                END-STRING
                WRITE EXCEPTION-REPORT-LINE
            END-IF
        END-IF.
      ******************************************************************
      * REPORT HEADERS.                                                *
      ******************************************************************
       8100-WRITE-REPORT-HEADERS.

        MOVE SPACES TO PUTAWAY-REPORT-LINE.
        STRING 'WHSE_CBL_RECEIVE PUTAWAY WORKSHEET - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO PUTAWAY-REPORT-LINE
        END-STRING.
        WRITE PUTAWAY-REPORT-LINE.
        MOVE ALL '-' TO PUTAWAY-REPORT-LINE.
        WRITE PUTAWAY-REPORT-LINE.

        MOVE SPACES TO EXCEPTION-REPORT-LINE.
        STRING 'WHSE_CBL_RECEIVE RECEIVING EXCEPTIONS - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
        END-STRING.
        WRITE EXCEPTION-REPORT-LINE.
        MOVE ALL '-' TO EXCEPTION-REPORT-LINE.
        WRITE EXCEPTION-REPORT-LINE.
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
        CLOSE RECEIPT-FILE
              MOVE-FEED
              PUTAWAY-REPORT
              EXCEPTION-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** RECEIVE - INBOUND RECEIVING COUNTS            ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'PO LINES   LOADED              ' PO-LINES-LOADED.
        DISPLAY 'BINS       ON LOCATION MASTER  ' BINS-ON-MASTER.
        DISPLAY 'RECEIPT    RECDS READ          ' RECEIPT-RECDS-READ.
        DISPLAY 'RECEIPTS   PUT AWAY            ' RECEIPTS-PUT-AWAY.
        DISPLAY 'RECEIPTS   NO PO/VENDOR/QTY    ' RECEIPTS-UNKNOWN-PO.
        DISPLAY 'RECEIPTS   OVER PO OPEN QTY    ' RECEIPTS-OVER.
        DISPLAY 'RECEIPTS   NO BIN WITH ROOM    ' RECEIPTS-NO-BIN.
        DISPLAY 'PO LINES   SHORT RECEIVED      ' PO-LINES-SHORT.
        DISPLAY 'MOVES      WRITTEN TO FEED     ' MOVES-WRITTEN.
        DISPLAY 'FEED       CONTROL QTY HASH    ' FEED-QTY-HASH.
        DISPLAY "-----------------------------------------------------".
