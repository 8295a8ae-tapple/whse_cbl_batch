       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_VALUERPT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * PERIOD-END INVENTORY VALUATION - COMPANION TO                 *
      * WHSE_CBL_SNAPSHOT. PRICES EVERY ROW OF THE SNAPSHOT           *
      * GENERATION SNAPSTEP JUST WROTE AT THE UNIT COST IN EFFECT ON  *
      * THE VALUATION DATE, AND PRINTS EXTENDED VALUE BY WAREHOUSE,   *
      * ITEM AND BIN WITH ITEM AND WAREHOUSE SUBTOTALS AND A GRAND    *
      * TOTAL FOR FINANCE.                                            *
      * THE UNIT-COST FILE CARRIES ONE RECORD PER WAREHOUSE/ITEM PER  *
      * COST CHANGE, EACH WITH ITS EFFECTIVE DATE - THE LATEST COST   *
      * EFFECTIVE ON OR BEFORE THE VALUATION DATE IS THE ONE USED, SO *
      * A COST CHANGED PART WAY THROUGH THE PERIOD VALUES THE CLOSE AT*
      * THE NEW COST AND A COST KEYED AHEAD FOR NEXT PERIOD IS NOT    *
      * PICKED UP EARLY.                                              *
      * AN ITEM WITH STOCK BUT NO COST IN EFFECT IS NEVER VALUED AT   *
      * ZERO - ITS QUANTITY IS SHOWN UNVALUED AND THE ITEM IS LISTED  *
      * IN AN EXCEPTION SECTION, AND THE STEP ENDS RC 4.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT SNAPSHOT-IN ASSIGN TO SNAPIN
            FILE STATUS IS FL-STAT-SNP.
        SELECT UNIT-COST-FILE ASSIGN TO UNITCOST
            FILE STATUS IS FL-STAT-UCF.
        SELECT VALUE-REPORT ASSIGN TO VALRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

       FD SNAPSHOT-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 SNAPSHOT-RECORD.
          03 SNP-WAREHOUSE-ID            PIC X(03).
          03 SNP-ITEM-NUM                PIC X(10).
          03 SNP-STORAGE-LOC             PIC X(10).
          03 SNP-MOV-STATUS              PIC X(11).
          03 SNP-QUANTITY                PIC 9(5).
          03 SNP-DEST-BIN                PIC X(10).
          03 SNP-LOT-NUM                 PIC X(10).
          03 SNP-EXPIRY-DATE             PIC 9(8).
          03 SNP-LAST-ACTIVITY           PIC 9(8).
          03 SNP-SNAP-DATE               PIC 9(8).

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

       FD VALUE-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 VALUE-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 QTY-EDIT                   PIC ZZZZZZZZ9      VALUE ZERO.
        03 COST-EDIT                  PIC ZZZZZZ9.99     VALUE ZERO.
        03 VALUE-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                         VALUE ZERO.

       01 SWITCHES.
          03 SNP-EOF-SW              PIC    X   VALUE 'N'.
          03 UCF-EOF-SW              PIC    X   VALUE 'N'.
          03 FIRST-ROW-SW            PIC    X   VALUE 'Y'.
          03 ITEM-COST-SW            PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-SNP                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-UCF                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

       01 VALUATION-DATE                  PIC 9(8)  VALUE ZERO.

       01 COUNTRIES.
          03 SNAP-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 COST-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 COST-RECDS-NOT-EFFECTIVE    PIC S9(9)  COMP-3 VALUE ZERO.
          03 COST-RECDS-DROPPED          PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-VALUED                 PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-NOT-COSTED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEMS-NOT-COSTED            PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * THE COST IN EFFECT ON THE VALUATION DATE FOR EACH WAREHOUSE/   *
      * ITEM - WHILE THE COST FILE LOADS, A LATER EFFECTIVE DATE THAT  *
      * IS STILL ON OR BEFORE THE VALUATION DATE REPLACES AN EARLIER   *
      * ONE. A FULL TABLE DROPS THE COST RATHER THAN LUMPING IT ONTO   *
      * ANOTHER ITEM, SO THE DROPPED ITEM SHOWS AS AN EXCEPTION.       *
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
      * ITEMS CARRYING STOCK WITH NO COST IN EFFECT, FOR THE EXCEPTION *
      * SECTION AT THE END OF THE REPORT.                              *
      ******************************************************************
       01 NO-COST-TABLE-COUNT              PIC S9(8) COMP VALUE ZERO.
       01 NO-COST-TABLE.
          03 NO-COST-ENTRY                 OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON NO-COST-TABLE-COUNT
                                 INDEXED BY NCT-IDX.
             05 NCT-WAREHOUSE-ID           PIC X(03).
             05 NCT-ITEM-NUM               PIC X(10).
             05 NCT-QUANTITY               PIC S9(9) COMP-3.
             05 NCT-BINS                   PIC S9(9) COMP-3.

      ******************************************************************
      * CONTROL-BREAK KEYS AND THE ITEM, WAREHOUSE AND GRAND TOTALS.   *
      * UNVALUED QUANTITY IS STOCK OF ITEMS WITH NO COST IN EFFECT -   *
      * CARRIED SEPARATELY SO THE VALUE TOTALS NEVER PRETEND IT WAS    *
      * PRICED.                                                        *
      ******************************************************************
       01 BREAK-KEYS.
          03 PREV-WAREHOUSE-ID           PIC X(03) VALUE SPACES.
          03 PREV-ITEM-NUM               PIC X(10) VALUE SPACES.

       01 VALUE-TOTALS.
          03 ITEM-UNIT-COST              PIC 9(7)V99     COMP-3
                                                        VALUE ZERO.
          03 BIN-VALUE                   PIC S9(11)V99   COMP-3
                                                        VALUE ZERO.
          03 ITEM-QTY                    PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 ITEM-BINS                   PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 ITEM-VALUE                  PIC S9(13)V99   COMP-3
                                                        VALUE ZERO.
          03 WHSE-QTY                    PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 WHSE-UNVALUED-QTY           PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 WHSE-VALUE                  PIC S9(13)V99   COMP-3
                                                        VALUE ZERO.
          03 GRAND-QTY                   PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 GRAND-UNVALUED-QTY          PIC S9(9)       COMP-3
                                                        VALUE ZERO.
          03 GRAND-VALUE                 PIC S9(13)V99   COMP-3
                                                        VALUE ZERO.

       LINKAGE SECTION.
      ******************************************************************
      * OPTIONAL JCL PARM - THE VALUATION DATE (PARM='YYYYMMDD'),      *
      * NORMALLY THE LAST DAY OF THE PERIOD BEING CLOSED. WHEN THE     *
      * STEP SUPPLIES NO PARM THE RUN DATE IS USED.                    *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-VALUATION-DATE          PIC 9(8).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'VALUERPT COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          MOVE RUN-DATE TO VALUATION-DATE.
          IF PARM-LEN = +8
              MOVE PARM-VALUATION-DATE TO VALUATION-DATE
          END-IF.

        OPEN INPUT SNAPSHOT-IN.
        IF FL-STAT-SNP NOT = 00
          DISPLAY 'OPEN SNAPSHOT IN ERROR - STAT :' FL-STAT-SNP
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT UNIT-COST-FILE.
        IF FL-STAT-UCF NOT = 00
          DISPLAY 'OPEN UNIT COST FILE ERROR - STAT :' FL-STAT-UCF
          MOVE  +20                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT VALUE-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN VALUE REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +30                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 1000-LOAD-UNIT-COST UNTIL UCF-EOF-SW = 'Y'.
        CLOSE UNIT-COST-FILE.
        PERFORM 2000-WRITE-HEADING.
        PERFORM 2100-READ-SNAPSHOT.
        PERFORM 3000-VALUE-ONE-ROW UNTIL SNP-EOF-SW = 'Y'.
        CLOSE SNAPSHOT-IN.
        IF FIRST-ROW-SW = 'N'
            PERFORM 3300-WRITE-ITEM-TOTAL
            PERFORM 3400-WRITE-WHSE-TOTAL
        END-IF.
        PERFORM 4000-WRITE-GRAND-TOTAL.
        PERFORM 5000-WRITE-NO-COST-ITEMS.
        IF ITEMS-NOT-COSTED > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * LOAD ONE UNIT-COST RECORD. A COST NOT YET EFFECTIVE ON THE     *
      * VALUATION DATE IS SKIPPED; OTHERWISE IT REPLACES THE ITEM'S    *
      * HELD COST WHEN ITS EFFECTIVE DATE IS LATER.                    *
      ******************************************************************
       1000-LOAD-UNIT-COST.

        READ UNIT-COST-FILE
            AT END MOVE 'Y'     TO UCF-EOF-SW.
        IF UCF-EOF-SW = 'N'
            ADD +1 TO COST-RECDS-READ
            IF UC-EFFECTIVE-DATE > VALUATION-DATE
                ADD +1 TO COST-RECDS-NOT-EFFECTIVE
            ELSE
                PERFORM 1100-POST-UNIT-COST
            END-IF
        END-IF.
      ******************************************************************
      * FIND (OR ADD) THE COST ENTRY FOR THIS WAREHOUSE/ITEM AND KEEP  *
      * THE LATER OF THE HELD AND THE NEW EFFECTIVE COST.              *
      ******************************************************************
       1100-POST-UNIT-COST.

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
                    ADD +1 TO COST-RECDS-DROPPED
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
      * REPORT HEADING.                                                *
      ******************************************************************
       2000-WRITE-HEADING.

        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'WHSE_CBL_VALUERPT INVENTORY VALUATION - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'VALUED AT UNIT COST IN EFFECT ON '
               DELIMITED BY SIZE
               VALUATION-DATE              DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        MOVE 'WAREHOUSE/ITEM/BIN' TO VALUE-REPORT-LINE (1:18).
        MOVE 'QTY'                TO VALUE-REPORT-LINE (44:3).
        MOVE 'UNIT COST'          TO VALUE-REPORT-LINE (51:9).
        MOVE 'EXTENDED VALUE'     TO VALUE-REPORT-LINE (64:14).
        WRITE VALUE-REPORT-LINE.
        MOVE ALL '-' TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
      ******************************************************************
      * READ THE NEXT SNAPSHOT ROW - SNAPSTEP WRITES THEM IN           *
      * WAREHOUSE, ITEM, BIN, LOT ORDER, WHICH THE BREAKS RELY ON.     *
      ******************************************************************
       2100-READ-SNAPSHOT.

        READ SNAPSHOT-IN
            AT END MOVE 'Y'     TO SNP-EOF-SW.
        IF SNP-EOF-SW = 'N'
            ADD +1 TO SNAP-RECDS-READ
        END-IF.
      ******************************************************************
      * TAKE THE ITEM AND WAREHOUSE BREAKS THIS ROW CAUSES, VALUE THE  *
      * ROW, THEN READ THE NEXT ONE.                                   *
      ******************************************************************
       3000-VALUE-ONE-ROW.

        IF FIRST-ROW-SW = 'Y'
            MOVE 'N' TO FIRST-ROW-SW
            PERFORM 3500-START-WAREHOUSE
            PERFORM 3100-START-ITEM
        ELSE
            IF SNP-WAREHOUSE-ID NOT = PREV-WAREHOUSE-ID
                PERFORM 3300-WRITE-ITEM-TOTAL
                PERFORM 3400-WRITE-WHSE-TOTAL
                PERFORM 3500-START-WAREHOUSE
                PERFORM 3100-START-ITEM
            ELSE
                IF SNP-ITEM-NUM NOT = PREV-ITEM-NUM
                    PERFORM 3300-WRITE-ITEM-TOTAL
                    PERFORM 3100-START-ITEM
                END-IF
            END-IF
        END-IF.
        PERFORM 3200-WRITE-BIN-LINE.
        PERFORM 2100-READ-SNAPSHOT.
      ******************************************************************
      * NEW ITEM - PICK UP ITS COST IN EFFECT AND CLEAR ITS TOTALS.    *
      ******************************************************************
       3100-START-ITEM.

        MOVE SNP-WAREHOUSE-ID TO PREV-WAREHOUSE-ID.
        MOVE SNP-ITEM-NUM     TO PREV-ITEM-NUM.
        MOVE ZERO TO ITEM-QTY
                     ITEM-BINS
                     ITEM-VALUE
                     ITEM-UNIT-COST.
        MOVE 'N'  TO ITEM-COST-SW.
        SET UCT-IDX TO 1.
        SEARCH UNIT-COST-ENTRY
            AT END
                CONTINUE
            WHEN UCT-WAREHOUSE-ID (UCT-IDX) = SNP-WAREHOUSE-ID
                AND UCT-ITEM-NUM (UCT-IDX) = SNP-ITEM-NUM
                MOVE 'Y' TO ITEM-COST-SW
                MOVE UCT-UNIT-COST (UCT-IDX) TO ITEM-UNIT-COST
        END-SEARCH.
      ******************************************************************
      * ONE BIN LINE - QUANTITY, UNIT COST AND EXTENDED VALUE, OR THE  *
      * NO-COST FLAG WHEN THE ITEM HAS NO COST IN EFFECT.              *
      ******************************************************************
       3200-WRITE-BIN-LINE.

        ADD SNP-QUANTITY TO ITEM-QTY.
        ADD 1 TO ITEM-BINS.
        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               SNP-WAREHOUSE-ID            DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               SNP-ITEM-NUM                DELIMITED BY SIZE
               ' LOC '                     DELIMITED BY SIZE
               SNP-STORAGE-LOC             DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        MOVE SNP-QUANTITY TO QTY-EDIT.
        MOVE QTY-EDIT     TO VALUE-REPORT-LINE (38:9).
        IF ITEM-COST-SW = 'Y'
            ADD 1 TO BINS-VALUED
            COMPUTE BIN-VALUE ROUNDED =
                SNP-QUANTITY * ITEM-UNIT-COST
            ADD BIN-VALUE TO ITEM-VALUE
            MOVE ITEM-UNIT-COST TO COST-EDIT
            MOVE COST-EDIT      TO VALUE-REPORT-LINE (49:10)
            MOVE BIN-VALUE      TO VALUE-EDIT
            MOVE VALUE-EDIT     TO VALUE-REPORT-LINE (61:17)
        ELSE
            ADD 1 TO BINS-NOT-COSTED
            MOVE '** NO UNIT COST **' TO VALUE-REPORT-LINE (49:18)
        END-IF.
        WRITE VALUE-REPORT-LINE.
        IF SNP-LOT-NUM NOT = SPACES
            MOVE SPACES TO VALUE-REPORT-LINE
            STRING '  LOT '                 DELIMITED BY SIZE
                   SNP-LOT-NUM              DELIMITED BY SIZE
                   ' EXP '                  DELIMITED BY SIZE
                   SNP-EXPIRY-DATE          DELIMITED BY SIZE
                   INTO VALUE-REPORT-LINE
            END-STRING
            WRITE VALUE-REPORT-LINE
        END-IF.
      ******************************************************************
      * ITEM SUBTOTAL. AN ITEM WITH STOCK BUT NO COST GOES TO THE      *
      * EXCEPTION LIST AND ITS QUANTITY IS CARRIED AS UNVALUED.        *
      ******************************************************************
       3300-WRITE-ITEM-TOTAL.

        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING '  ITEM '                   DELIMITED BY SIZE
               PREV-ITEM-NUM               DELIMITED BY SIZE
               ' TOTAL'                    DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        MOVE ITEM-QTY TO QTY-EDIT.
        MOVE QTY-EDIT TO VALUE-REPORT-LINE (38:9).
        ADD ITEM-QTY TO WHSE-QTY.
        IF ITEM-COST-SW = 'Y'
            ADD ITEM-VALUE  TO WHSE-VALUE
            MOVE ITEM-VALUE TO VALUE-EDIT
            MOVE VALUE-EDIT TO VALUE-REPORT-LINE (61:17)
        ELSE
            ADD ITEM-QTY TO WHSE-UNVALUED-QTY
            MOVE '** NOT VALUED **' TO VALUE-REPORT-LINE (49:16)
            IF ITEM-QTY > ZERO
                PERFORM 3310-ADD-NO-COST-ITEM
            END-IF
        END-IF.
        WRITE VALUE-REPORT-LINE.
      ******************************************************************
      * HOLD ONE NO-COST ITEM FOR THE EXCEPTION SECTION.               *
      ******************************************************************
       3310-ADD-NO-COST-ITEM.

        ADD 1 TO ITEMS-NOT-COSTED.
        IF NO-COST-TABLE-COUNT < 5000
            ADD 1 TO NO-COST-TABLE-COUNT
            SET NCT-IDX TO NO-COST-TABLE-COUNT
            MOVE PREV-WAREHOUSE-ID TO NCT-WAREHOUSE-ID (NCT-IDX)
            MOVE PREV-ITEM-NUM     TO NCT-ITEM-NUM (NCT-IDX)
            MOVE ITEM-QTY          TO NCT-QUANTITY (NCT-IDX)
            MOVE ITEM-BINS         TO NCT-BINS (NCT-IDX)
        ELSE
            DISPLAY 'NO-COST TABLE FULL - ITEM NOT LISTED'
        END-IF.
      ******************************************************************
      * WAREHOUSE SUBTOTAL - VALUED TOTAL AND ANY UNVALUED QUANTITY,   *
      * SO EACH SITE CAN SIGN OFF ITS OWN FIGURE.                      *
      ******************************************************************
       3400-WRITE-WHSE-TOTAL.

        MOVE ALL '-' TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'WAREHOUSE '                DELIMITED BY SIZE
               PREV-WAREHOUSE-ID           DELIMITED BY SIZE
               ' TOTAL'                    DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        MOVE WHSE-QTY   TO QTY-EDIT.
        MOVE QTY-EDIT   TO VALUE-REPORT-LINE (38:9).
        MOVE WHSE-VALUE TO VALUE-EDIT.
        MOVE VALUE-EDIT TO VALUE-REPORT-LINE (61:17).
        WRITE VALUE-REPORT-LINE.
        IF WHSE-UNVALUED-QTY > ZERO
            MOVE SPACES TO VALUE-REPORT-LINE
            MOVE '  QTY NOT VALUED - NO UNIT COST'
                                 TO VALUE-REPORT-LINE (1:31)
            MOVE WHSE-UNVALUED-QTY TO QTY-EDIT
            MOVE QTY-EDIT   TO VALUE-REPORT-LINE (38:9)
            WRITE VALUE-REPORT-LINE
        END-IF.
        MOVE SPACES TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
        ADD WHSE-QTY          TO GRAND-QTY.
        ADD WHSE-UNVALUED-QTY TO GRAND-UNVALUED-QTY.
        ADD WHSE-VALUE        TO GRAND-VALUE.
      ******************************************************************
      * NEW WAREHOUSE - CLEAR ITS TOTALS.                              *
      ******************************************************************
       3500-START-WAREHOUSE.

        MOVE ZERO TO WHSE-QTY
                     WHSE-UNVALUED-QTY
                     WHSE-VALUE.
      ******************************************************************
      * GRAND TOTAL ACROSS ALL WAREHOUSES.                             *
      ******************************************************************
       4000-WRITE-GRAND-TOTAL.

        MOVE ALL '=' TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        MOVE 'GRAND TOTAL - ALL WAREHOUSES' TO VALUE-REPORT-LINE (1:28).
        MOVE GRAND-QTY   TO QTY-EDIT.
        MOVE QTY-EDIT    TO VALUE-REPORT-LINE (38:9).
        MOVE GRAND-VALUE TO VALUE-EDIT.
        MOVE VALUE-EDIT  TO VALUE-REPORT-LINE (61:17).
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        MOVE '  QTY NOT VALUED - NO UNIT COST' TO
                                 VALUE-REPORT-LINE (1:31).
        MOVE GRAND-UNVALUED-QTY TO QTY-EDIT.
        MOVE QTY-EDIT    TO VALUE-REPORT-LINE (38:9).
        WRITE VALUE-REPORT-LINE.
      ******************************************************************
      * EXCEPTION SECTION - ITEMS WITH STOCK AND NO UNIT COST IN       *
      * EFFECT. THEIR QUANTITY IS LEFT OUT OF EVERY VALUE ABOVE UNTIL  *
      * FINANCE KEYS A COST.                                           *
      ******************************************************************
       5000-WRITE-NO-COST-ITEMS.

        MOVE SPACES TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'ITEMS WITH STOCK AND NO UNIT COST - NOT VALUED'
               DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        WRITE VALUE-REPORT-LINE.
        MOVE ALL '-' TO VALUE-REPORT-LINE.
        WRITE VALUE-REPORT-LINE.
        PERFORM 5100-WRITE-ONE-NO-COST
            VARYING NCT-IDX FROM 1 BY 1
            UNTIL NCT-IDX > NO-COST-TABLE-COUNT.
        MOVE SPACES TO VALUE-REPORT-LINE.
        IF ITEMS-NOT-COSTED > ZERO
            STRING '*** ITEMS NOT VALUED - KEY THEIR UNIT COST AND ',
                   'RERUN BEFORE SIGN-OFF ***'
                   DELIMITED BY SIZE
                   INTO VALUE-REPORT-LINE
            END-STRING
        ELSE
            STRING 'EVERY ITEM WITH STOCK IS VALUED'
                   DELIMITED BY SIZE
                   INTO VALUE-REPORT-LINE
            END-STRING
        END-IF.
        WRITE VALUE-REPORT-LINE.
      ******************************************************************
      * ONE NO-COST ITEM.                                              *
      ******************************************************************
       5100-WRITE-ONE-NO-COST.

        MOVE SPACES TO VALUE-REPORT-LINE.
        STRING 'NO COST - WH '             DELIMITED BY SIZE
               NCT-WAREHOUSE-ID (NCT-IDX)  DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               NCT-ITEM-NUM (NCT-IDX)      DELIMITED BY SIZE
               INTO VALUE-REPORT-LINE
        END-STRING.
        MOVE NCT-QUANTITY (NCT-IDX) TO QTY-EDIT.
        MOVE 'QTY'      TO VALUE-REPORT-LINE (34:3).
        MOVE QTY-EDIT   TO VALUE-REPORT-LINE (38:9).
        MOVE NCT-BINS (NCT-IDX) TO QTY-EDIT.
        MOVE 'ROWS'     TO VALUE-REPORT-LINE (49:4).
        MOVE QTY-EDIT   TO VALUE-REPORT-LINE (54:9).
        WRITE VALUE-REPORT-LINE.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        CLOSE VALUE-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** VALUERPT - VALUATION COUNTS                   ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'SNAPSHOT   RECDS READ          ' SNAP-RECDS-READ.
        DISPLAY 'UNIT COST  RECDS READ          ' COST-RECDS-READ.
        DISPLAY 'UNIT COST  NOT YET EFFECTIVE   '
                COST-RECDS-NOT-EFFECTIVE.
        DISPLAY 'UNIT COST  RECDS DROPPED       ' COST-RECDS-DROPPED.
        DISPLAY 'SNAPSHOT   ROWS VALUED         ' BINS-VALUED.
        DISPLAY 'SNAPSHOT   ROWS NOT COSTED     ' BINS-NOT-COSTED.
        DISPLAY 'ITEMS      NOT VALUED          ' ITEMS-NOT-COSTED.
        DISPLAY "-----------------------------------------------------".
