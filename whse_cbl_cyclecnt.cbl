      * FILE (WAREHOUSE, ITEM, LOCATION, COUNTED QUANTITY, COUNTER     *
      * ID), COMPARES EACH COUNT AGAINST THE QUANTITY ON THE MATCHING  *
      * STORELOC_TABLE ROW, AND:                                       *
      *   - PRINTS A VARIANCE REPORT RANKED BY DOLLAR IMPACT AT THE    *
      *     UNIT COST IN EFFECT (VARIANCES ON ITEMS WITH NO COST ARE   *
      *     LISTED UNPRICED AS EXCEPTIONS, NOT VALUED AT ZERO),        *
      *   - EMITS WITHIN-THRESHOLD VARIANCES AS 'J' (ADJUST) FEED      *
      *     RECORDS APPENDED TO THE RAW MOVE FEED, SO THE NIGHTLY      *
      *     WHSE_CBL_BATCH APPLIES THEM WITH FULL AUDIT-TRAIL AND      *
            FILE STATUS IS FL-STAT-RPT.
        SELECT RUN-HISTORY ASSIGN TO RUNHIST
            FILE STATUS IS FL-STAT-HIS.
        SELECT UNIT-COST-FILE ASSIGN TO UNITCOST
            FILE STATUS IS FL-STAT-UCF.
       DATA DIVISION.
       FILE SECTION.

          03 RH-COUNT-4                  PIC 9(9).
          03 RH-EXCEPTION-SW             PIC X(1).

      ******************************************************************
      * FINANCE'S UNIT-COST FILE - ONE RECORD PER WAREHOUSE/ITEM PER   *
      * COST CHANGE, IN ANY ORDER. UNIT COST IS DOLLARS AND CENTS.     *
      ******************************************************************
       FD UNIT-COST-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 UNIT-COST-RECORD.
          03 UC-WAREHOUSE-ID             PIC X(03).
          03 UC-ITEM-NUM                 PIC X(10).
          03 UC-EFFECTIVE-DATE           PIC 9(8).
          03 UC-UNIT-COST                PIC 9(7)V99.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 VAR-EDIT                   PIC -(5)9          VALUE ZERO.
        03 COST-EDIT                  PIC ZZZZZZ9.99     VALUE ZERO.
        03 DOLLAR-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                                         VALUE ZERO.

       01 SWITCHES.
          03 CNT-EOF-SW              PIC    X   VALUE 'N'.
          03 CURSOR-EOF-SW           PIC    X   VALUE 'N'.
          03 UCF-EOF-SW              PIC    X   VALUE 'N'.
          03 SWAP-SW                 PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-CNT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ADJ                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-HIS                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-UCF                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * ADJUST-THRESHOLD IS THE LARGEST ABSOLUTE VARIANCE THE PROGRAM  *
          03 ADJUSTMENTS-WRITTEN         PIC S9(9)  COMP-3 VALUE ZERO.
          03 COUNTS-WITHOUT-ROW          PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-NOT-COUNTED            PIC S9(9)  COMP-3 VALUE ZERO.
          03 FEED-QTY-HASH               PIC S9(13) COMP-3 VALUE ZERO.
          03 COST-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 VARIANCES-NOT-COSTED        PIC S9(9)  COMP-3 VALUE ZERO.
          03 NET-DOLLAR-VARIANCE         PIC S9(13)V99 COMP-3
                                                           VALUE ZERO.
          03 ABS-DOLLAR-VARIANCE         PIC S9(13)V99 COMP-3
                                                           VALUE ZERO.

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
          03 FC-SOURCE-ID                PIC X(08)  VALUE 'CYCLECNT'.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RECORD-COUNT             PIC 9(09)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-QUANTITY-HASH            PIC 9(13)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RUN-DATE                 PIC 9(08)  VALUE ZERO.
          03 FILLER                      PIC X(37)  VALUE SPACES.

      ******************************************************************
      * EVERY COUNT READ, KEPT IN MEMORY SO THE UNCOUNTED-ROWS PASS    *
      * EVERY COUNT THAT DISAGREED WITH THE SYSTEM, HELD UNTIL ALL     *
      * COUNTS ARE IN SO THE REPORT CAN BE RANKED BY SIZE OF           *
      * DIFFERENCE. VT-DISPOSITION: A = ADJUSTMENT WRITTEN, R =        *
      * OVER-THRESHOLD, REVIEW ONLY. VT-COST-SW: Y = THE ITEM HAS A    *
      * UNIT COST IN EFFECT AND THE VARIANCE IS PRICED, N = NO COST,   *
      * LEFT UNPRICED AND LISTED AS AN EXCEPTION.                      *
      ******************************************************************
       01 VARIANCE-TABLE-COUNT             PIC S9(8) COMP VALUE ZERO.
       01 VARIANCE-TABLE.
             05 VT-ABS-VARIANCE            PIC 9(5)  COMP-3.
             05 VT-COUNTER-ID              PIC X(08).
             05 VT-DISPOSITION             PIC X(01).
             05 VT-COST-SW                 PIC X(01).
             05 VT-UNIT-COST               PIC 9(7)V99    COMP-3.
             05 VT-DOLLAR-VARIANCE         PIC S9(11)V99  COMP-3.
             05 VT-ABS-DOLLAR              PIC 9(11)V99   COMP-3.

       01 VARIANCE-SORT-WORK-AREA.
          03 VSORT-I                     PIC S9(8) COMP VALUE ZERO.
          03 VSORT-J                     PIC S9(8) COMP VALUE ZERO.
          03 VSORT-HOLD                  PIC X(78).

      ******************************************************************
      * THE COST IN EFFECT ON THE RUN DATE FOR EACH WAREHOUSE/ITEM -   *
      * WHILE THE COST FILE LOADS, A LATER EFFECTIVE DATE THAT IS      *
      * STILL ON OR BEFORE THE RUN DATE REPLACES AN EARLIER ONE, AND   *
      * A COST KEYED AHEAD FOR A FUTURE DATE IS SKIPPED.               *
      ******************************************************************
       01 UNIT-COST-TABLE-COUNT            PIC S9(8) COMP VALUE ZERO.
       01 UNIT-COST-TABLE.
          03 UNIT-COST-ENTRY               OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON UNIT-COST-TABLE-COUNT
                                 INDEXED BY UCT-IDX.
             05 UCT-WAREHOUSE-ID           PIC X(03).
             05 UCT-ITEM-NUM               PIC X(10).
             05 UCT-EFFECTIVE-DATE         PIC 9(8).
             05 UCT-UNIT-COST              PIC 9(7)V99 COMP-3.

      ******************************************************************
      * ROW IMAGE FETCHED FROM STORELOC_TABLE FOR THE COUNT BEING      *
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT UNIT-COST-FILE.
        IF FL-STAT-UCF NOT = 00
          DISPLAY 'OPEN UNIT COST FILE ERROR - STAT :' FL-STAT-UCF
          MOVE  +40                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 0100-LOAD-UNIT-COST UNTIL UCF-EOF-SW = 'Y'.
        CLOSE UNIT-COST-FILE.
        PERFORM 1000-READ-COUNT UNTIL CNT-EOF-SW = 'Y'.
        CLOSE COUNT-IN.
        PERFORM 3000-RANK-VARIANCES.
        GOBACK.

      ******************************************************************
      * LOAD ONE UNIT-COST RECORD - ONLY COSTS ALREADY IN EFFECT ON    *
      * THE RUN DATE ARE KEPT.                                         *
      ******************************************************************
       0100-LOAD-UNIT-COST.

        READ UNIT-COST-FILE
            AT END MOVE 'Y'     TO UCF-EOF-SW.
        IF UCF-EOF-SW = 'N'
            ADD +1 TO COST-RECDS-READ
            IF UC-EFFECTIVE-DATE NOT > RUN-DATE
                PERFORM 0110-POST-UNIT-COST
            END-IF
        END-IF.
      ******************************************************************
      * FIND (OR ADD) THE COST ENTRY FOR THIS WAREHOUSE/ITEM AND KEEP  *
      * THE LATER OF THE HELD AND THE NEW EFFECTIVE COST. A FULL TABLE *
      * DROPS THE COST, SO THE ITEM'S VARIANCES SHOW AS UNPRICED       *
      * RATHER THAN PRICED AT ANOTHER ITEM'S COST.                     *
      ******************************************************************
       0110-POST-UNIT-COST.

        SET UCT-IDX TO 1.
        SEARCH UNIT-COST-ENTRY
            AT END
                IF UNIT-COST-TABLE-COUNT < 20000
                    ADD 1 TO UNIT-COST-TABLE-COUNT
                    SET UCT-IDX TO UNIT-COST-TABLE-COUNT
                    MOVE UC-WAREHOUSE-ID TO UCT-WAREHOUSE-ID (UCT-IDX)
                    MOVE UC-ITEM-NUM     TO UCT-ITEM-NUM (UCT-IDX)
                    MOVE UC-EFFECTIVE-DATE
                        TO UCT-EFFECTIVE-DATE (UCT-IDX)
                    MOVE UC-UNIT-COST    TO UCT-UNIT-COST (UCT-IDX)
                ELSE
                    DISPLAY 'UNIT COST TABLE FULL - COST DROPPED'
                END-IF
            WHEN UCT-WAREHOUSE-ID (UCT-IDX) = UC-WAREHOUSE-ID
                AND UCT-ITEM-NUM (UCT-IDX) = UC-ITEM-NUM
                IF UC-EFFECTIVE-DATE >= UCT-EFFECTIVE-DATE (UCT-IDX)
                    MOVE UC-EFFECTIVE-DATE
                        TO UCT-EFFECTIVE-DATE (UCT-IDX)
                    MOVE UC-UNIT-COST TO UCT-UNIT-COST (UCT-IDX)
                END-IF
        END-SEARCH.
      ******************************************************************
      * READ ONE COUNT RECORD.                                         *
      ******************************************************************
       1000-READ-COUNT.
            MOVE VT-VARIANCE (VAR-IDX) TO VT-ABS-VARIANCE (VAR-IDX)
        END-IF.
        MOVE CNT-COUNTER-ID   TO VT-COUNTER-ID (VAR-IDX).
        PERFORM 2110-PRICE-VARIANCE.

        IF VT-ABS-VARIANCE (VAR-IDX) > ADJUST-THRESHOLD
            MOVE 'R' TO VT-DISPOSITION (VAR-IDX)
            PERFORM 2200-WRITE-ADJUSTMENT
        END-IF.
      ******************************************************************
      * PRICE ONE VARIANCE AT THE ITEM'S UNIT COST IN EFFECT. AN ITEM  *
      * WITH NO COST IS LEFT UNPRICED AND FLAGGED - NEVER VALUED AT    *
      * ZERO, WHICH WOULD RANK A REAL LOSS AS IF IT COST NOTHING.      *
      ******************************************************************
       2110-PRICE-VARIANCE.

        MOVE 'N'  TO VT-COST-SW (VAR-IDX).
        MOVE ZERO TO VT-UNIT-COST (VAR-IDX)
                     VT-DOLLAR-VARIANCE (VAR-IDX)
                     VT-ABS-DOLLAR (VAR-IDX).
        SET UCT-IDX TO 1.
        SEARCH UNIT-COST-ENTRY
            AT END
                ADD 1 TO VARIANCES-NOT-COSTED
            WHEN UCT-WAREHOUSE-ID (UCT-IDX) = CNT-WAREHOUSE-ID
                AND UCT-ITEM-NUM (UCT-IDX) = CNT-ITEM-NUM
                MOVE 'Y' TO VT-COST-SW (VAR-IDX)
                MOVE UCT-UNIT-COST (UCT-IDX)
                                      TO VT-UNIT-COST (VAR-IDX)
                COMPUTE VT-DOLLAR-VARIANCE (VAR-IDX) ROUNDED =
                    VT-VARIANCE (VAR-IDX) * UCT-UNIT-COST (UCT-IDX)
                COMPUTE VT-ABS-DOLLAR (VAR-IDX) ROUNDED =
                    VT-ABS-VARIANCE (VAR-IDX) * UCT-UNIT-COST (UCT-IDX)
                ADD VT-DOLLAR-VARIANCE (VAR-IDX) TO NET-DOLLAR-VARIANCE
                ADD VT-ABS-DOLLAR (VAR-IDX)      TO ABS-DOLLAR-VARIANCE
        END-SEARCH.
      ******************************************************************
      * BUILD THE 80-BYTE 'J' (ADJUST) FEED RECORD IN THE SAME COMMA   *
      * LAYOUT WHSE_CBL_BATCH PARSES, CARRYING THE ROW'S CURRENT       *
      * STATUS, DEST-BIN AND EXPIRY DATE, THE SCANNED LOT, AND THE     *
               EXPIRY-DATE OF SAMPLE-TABLE-DATA DELIMITED BY SIZE
               INTO ADJUST-FEED-RECORD
        END-STRING.
        ADD CNT-QUANTITY TO FEED-QTY-HASH.
        WRITE ADJUST-FEED-RECORD.
      ******************************************************************
      * RANK THE VARIANCE TABLE BIGGEST DOLLAR IMPACT FIRST, WITH THE  *
      * UNIT DIFFERENCE BREAKING TIES. UNPRICED VARIANCES RANK AFTER   *
      * EVERY PRICED ONE, BIGGEST UNIT DIFFERENCE FIRST. A SIMPLE      *
      * EXCHANGE SORT IS PLENTY AT CYCLE-COUNT VOLUMES.                *
      ******************************************************************
       3000-RANK-VARIANCES.

      ******************************************************************
       3110-RANK-COMPARE.

        MOVE 'N' TO SWAP-SW.
        IF VT-COST-SW (VSORT-J) NOT = VT-COST-SW (VSORT-J + 1)
            IF VT-COST-SW (VSORT-J) = 'N'
                MOVE 'Y' TO SWAP-SW
            END-IF
        ELSE
            IF VT-ABS-DOLLAR (VSORT-J) <
                    VT-ABS-DOLLAR (VSORT-J + 1)
                MOVE 'Y' TO SWAP-SW
            ELSE
                IF VT-ABS-DOLLAR (VSORT-J) =
                        VT-ABS-DOLLAR (VSORT-J + 1)
                    AND VT-ABS-VARIANCE (VSORT-J) <
                        VT-ABS-VARIANCE (VSORT-J + 1)
                    MOVE 'Y' TO SWAP-SW
                END-IF
            END-IF
        END-IF.
        IF SWAP-SW = 'Y'
            MOVE VARIANCE-ENTRY (VSORT-J)     TO VSORT-HOLD
            MOVE VARIANCE-ENTRY (VSORT-J + 1)
                                      TO VARIANCE-ENTRY (VSORT-J)
            MOVE VSORT-HOLD TO VARIANCE-ENTRY (VSORT-J + 1)
        END-IF.
      ******************************************************************
      * SECTION ONE - EVERY VARIANCE, BIGGEST DOLLAR IMPACT FIRST,     *
      * WITH ITS DISPOSITION: A = ADJUSTMENT FED, R = REVIEW (OVER     *
      * THRESHOLD), AND ITS DOLLAR VALUE AT UNIT COST, FOLLOWED BY THE *
      * DOLLAR TOTALS AND THE VARIANCES THAT COULD NOT BE PRICED.      *
      ******************************************************************
       4000-WRITE-VARIANCE-REPORT.

        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        STRING 'VARIANCES RANKED BY $ IMPACT (A=ADJUSTED R=REVIEW, '
               DELIMITED BY SIZE
               'THRESHOLD '                DELIMITED BY SIZE
               ADJUST-THRESHOLD            DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        STRING '$ AT UNIT COST IN EFFECT ON '   DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               ' - UNPRICED VARIANCES RANK LAST'
                                           DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE ALL '-' TO VARIANCE-REPORT-LINE.
        WRITE VARIANCE-REPORT-LINE.

        PERFORM 4100-WRITE-ONE-VARIANCE
            VARYING VAR-IDX FROM 1 BY 1
            UNTIL VAR-IDX > VARIANCE-TABLE-COUNT.

        MOVE ALL '-' TO VARIANCE-REPORT-LINE.
        WRITE VARIANCE-REPORT-LINE.
        MOVE NET-DOLLAR-VARIANCE TO DOLLAR-EDIT.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        STRING 'NET $ VARIANCE (PRICED)      ' DELIMITED BY SIZE
               DOLLAR-EDIT                 DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE ABS-DOLLAR-VARIANCE TO DOLLAR-EDIT.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        STRING 'ABSOLUTE $ VARIANCE (PRICED) ' DELIMITED BY SIZE
               DOLLAR-EDIT                 DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.

        MOVE SPACES TO VARIANCE-REPORT-LINE.
        WRITE VARIANCE-REPORT-LINE.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        STRING 'VARIANCES WITH NO UNIT COST - NOT PRICED'
               DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE ALL '-' TO VARIANCE-REPORT-LINE.
        WRITE VARIANCE-REPORT-LINE.
        PERFORM 4200-WRITE-ONE-NO-COST
            VARYING VAR-IDX FROM 1 BY 1
            UNTIL VAR-IDX > VARIANCE-TABLE-COUNT.
      ******************************************************************
      * ONE RANKED VARIANCE LINE.                                      *
      ******************************************************************
               INTO VARIANCE-REPORT-LINE
        END-STRING.
        WRITE VARIANCE-REPORT-LINE.
        MOVE SPACES TO VARIANCE-REPORT-LINE.
        IF VT-COST-SW (VAR-IDX) = 'Y'
            MOVE VT-DOLLAR-VARIANCE (VAR-IDX) TO DOLLAR-EDIT
            MOVE VT-UNIT-COST (VAR-IDX)       TO COST-EDIT
            STRING '  $VAR '                DELIMITED BY SIZE
                   DOLLAR-EDIT              DELIMITED BY SIZE
                   ' @ '                    DELIMITED BY SIZE
                   COST-EDIT                DELIMITED BY SIZE
                   INTO VARIANCE-REPORT-LINE
            END-STRING
        ELSE
            STRING '  $VAR ** NO UNIT COST - NOT PRICED **'
                   DELIMITED BY SIZE
                   INTO VARIANCE-REPORT-LINE
            END-STRING
        END-IF.
        IF VT-LOT-NUM (VAR-IDX) NOT = SPACES
            MOVE 'LOT'                TO VARIANCE-REPORT-LINE (51:3)
            MOVE VT-LOT-NUM (VAR-IDX) TO VARIANCE-REPORT-LINE (55:10)
        END-IF.
        WRITE VARIANCE-REPORT-LINE.
      ******************************************************************
      * ONE VARIANCE THAT COULD NOT BE PRICED.                         *
      ******************************************************************
       4200-WRITE-ONE-NO-COST.

        IF VT-COST-SW (VAR-IDX) = 'N'
            MOVE VT-VARIANCE (VAR-IDX) TO VAR-EDIT
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING 'NO COST - WH '         DELIMITED BY SIZE
                   VT-WAREHOUSE-ID (VAR-IDX) DELIMITED BY SIZE
                   ' ITM '                 DELIMITED BY SIZE
                   VT-ITEM-NUM (VAR-IDX)   DELIMITED BY SIZE
                   ' LOC '                 DELIMITED BY SIZE
                   VT-STORAGE-LOC (VAR-IDX) DELIMITED BY SIZE
                   ' VAR '                 DELIMITED BY SIZE
                   VAR-EDIT                DELIMITED BY SIZE
                   INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE
            CLOSE RUN-HISTORY
        END-IF.
      ******************************************************************
      * CLOSE THIS PROGRAM'S PART OF THE MOVE FEED WITH ITS CONTROL    *
      * RECORD. WRITTEN EVEN WHEN NO MOVES WERE, SO THE BALANCING STEP *
      * CAN TELL A QUIET NIGHT FROM A STEP THAT NEVER FINISHED.        *
      ******************************************************************
       9600-WRITE-FEED-CONTROL.

        MOVE ADJUSTMENTS-WRITTEN TO FC-RECORD-COUNT.
        MOVE FEED-QTY-HASH       TO FC-QUANTITY-HASH.
        MOVE RUN-DATE            TO FC-RUN-DATE.
        MOVE FEED-CONTROL-RECORD TO ADJUST-FEED-RECORD.
        WRITE ADJUST-FEED-RECORD.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        PERFORM 9500-WRITE-RUN-HISTORY.
        PERFORM 9600-WRITE-FEED-CONTROL.
        CLOSE ADJUST-FEED
              VARIANCE-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'COUNTS     MATCHED CLEAN       ' COUNTS-MATCHED-CLEAN.
        DISPLAY 'COUNTS     WITH VARIANCE       ' COUNTS-WITH-VARIANCE.
        DISPLAY 'ADJUSTMENTS WRITTEN TO FEED    ' ADJUSTMENTS-WRITTEN.
        DISPLAY 'FEED       CONTROL QTY HASH    ' FEED-QTY-HASH.
        DISPLAY 'COUNTS     WITHOUT SYSTEM ROW  ' COUNTS-WITHOUT-ROW.
        DISPLAY 'ROWS       NOT COUNTED         ' ROWS-NOT-COUNTED.
        DISPLAY 'UNIT COST  RECDS READ          ' COST-RECDS-READ.
        DISPLAY 'VARIANCES  NOT PRICED          ' VARIANCES-NOT-COSTED.
        DISPLAY 'NET $      VARIANCE            ' NET-DOLLAR-VARIANCE.
        DISPLAY 'ABSOLUTE $ VARIANCE            ' ABS-DOLLAR-VARIANCE.
        DISPLAY "-----------------------------------------------------".
