       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_ABCSLOT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MONTHLY ABC VELOCITY CLASSIFICATION AND PICK-SLOT RE-SLOTTING *
      * RECOMMENDATIONS. COUNTS EVERY WAREHOUSE/ITEM'S MOVES AND      *
      * QUANTITY MOVED OVER THE PARM WINDOW - FROM THE LIVE AUDIT     *
      * FILE, AND FOR MONTHS ALREADY ROLLED OFF IT FROM THE           *
      * WHSE_CBL_AUDRETEN MONTHLY SUMMARY - AND RANKS EACH            *
      * WAREHOUSE'S ITEMS BUSIEST FIRST. ITEMS MAKING UP THE FIRST    *
      * 80 PERCENT OF A WAREHOUSE'S MOVES ARE CLASS A, THE NEXT 15    *
      * PERCENT CLASS B, THE REST (AND ANY ITEM THAT DID NOT MOVE)    *
      * CLASS C.                                                      *
      * EACH ITEM'S IM-PICK-LOC IS THEN PLACED IN THE WALK SEQUENCE   *
      * WHSE_CBL_ALLOCATE PRINTS PICK LISTS IN (ASCENDING STORAGE-LOC *
      * WITHIN WAREHOUSE). THE FRONT OF THE WALK IS THE A ZONE - AS   *
      * MANY PICK SLOTS AS THE WAREHOUSE HAS CLASS A ITEMS - THEN THE *
      * B ZONE, THEN THE C ZONE. THE REPORT LISTS:                    *
      *   - FAST MOVERS IN FAR BINS (CLASS AHEAD OF ITS SLOT'S ZONE), *
      *   - SLOW MOVERS HOLDING PRIME BINS (CLASS BEHIND ITS ZONE),   *
      *   - CANDIDATE SWAPS BETWEEN THE TWO WHERE EACH ITEM'S TARGET  *
      *     QUANTITY FITS THE OTHER'S BIN CAPACITY ON LOCMSTR.        *
      * EVERY ITEMMSTR ITEM IS ALSO WRITTEN TO THE ITEM CLASS FILE    *
      * WITH ITS CLASS, RANK, SLOT AND ZONE FOR OTHER JOBS TO READ.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT AUDIT-FILE ASSIGN TO AUDFILE
            FILE STATUS IS FL-STAT-AUD.
        SELECT SUMMARY-IN ASSIGN TO SUMIN
            FILE STATUS IS FL-STAT-SMI.
        SELECT ITEM-MASTER ASSIGN TO ITEMMSTR
            FILE STATUS IS FL-STAT-ITM.
        SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
            FILE STATUS IS FL-STAT-LOC.
        SELECT CLASS-FILE ASSIGN TO CLASSOUT
            FILE STATUS IS FL-STAT-CLS.
        SELECT SLOTTING-REPORT ASSIGN TO SLOTRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 AUDIT-RECORD.
          03 AUD-WAREHOUSE-ID            PIC X(03).
          03 AUD-ITEM-NUM                PIC X(10).
          03 AUD-STORAGE-LOC             PIC X(10).
          03 AUD-SOURCE-PARA             PIC X(20).
          03 AUD-BEFORE-MOV-STATUS       PIC X(11).
          03 AUD-BEFORE-QUANTITY         PIC 9(5).
          03 AUD-BEFORE-DEST-BIN         PIC X(10).
          03 AUD-AFTER-MOV-STATUS        PIC X(11).
          03 AUD-AFTER-QUANTITY          PIC 9(5).
          03 AUD-AFTER-DEST-BIN          PIC X(10).
          03 AUD-RUN-DATE                PIC 9(8).
          03 AUD-JOB-NAME                PIC X(8).
          03 AUD-LOT-NUM                 PIC X(10).
          03 AUD-EXPIRY-DATE             PIC 9(8).

      ******************************************************************
      * THE WHSE_CBL_AUDRETEN SUMMARY GENERATION - A 'C' CONTROL       *
      * RECORD CARRYING THE ARCHIVE CUTOFF, THEN ONE 'S' RECORD PER    *
      * WAREHOUSE/ITEM/MONTH ROLLED OFF THE LIVE FILE.                 *
      ******************************************************************
       FD SUMMARY-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 SUMMARY-IN-RECORD.
          03 SMI-RECORD-TYPE             PIC X(01).
          03 SMI-WAREHOUSE-ID            PIC X(03).
          03 SMI-ITEM-NUM                PIC X(10).
          03 SMI-MONTH                   PIC 9(6).
          03 SMI-CHANGE-COUNT            PIC 9(7).
          03 SMI-NET-CHANGE              PIC S9(9).
          03 SMI-CUTOFF-DATE             PIC 9(8).

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

       FD LOCATION-MASTER
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOCATION-MASTER-RECORD.
          03 LM-WAREHOUSE-ID              PIC X(03).
          03 LM-STORAGE-LOC               PIC X(10).
          03 LM-BIN-CAPACITY              PIC 9(05).

      ******************************************************************
      * ONE RECORD PER ITEMMSTR WAREHOUSE/ITEM. CF-SLOT-SEQ IS THE     *
      * PICK SLOT'S PLACE IN THE WAREHOUSE WALK (ZERO WITH NO PICK     *
      * LOCATION) AND CF-ZONE THE CLASS THAT SLOT SHOULD HOLD.         *
      ******************************************************************
       FD CLASS-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 CLASS-RECORD.
          03 CF-WAREHOUSE-ID             PIC X(03).
          03 CF-ITEM-NUM                 PIC X(10).
          03 CF-CLASS                    PIC X(01).
          03 CF-RANK                     PIC 9(05).
          03 CF-MOVE-COUNT               PIC 9(09).
          03 CF-QTY-MOVED                PIC 9(09).
          03 CF-PICK-LOC                 PIC X(10).
          03 CF-SLOT-SEQ                 PIC 9(05).
          03 CF-ZONE                     PIC X(01).
          03 CF-WINDOW-FROM              PIC 9(08).
          03 CF-WINDOW-TO                PIC 9(08).
          03 CF-RUN-DATE                 PIC 9(08).
          03 FILLER                      PIC X(03).

       FD SLOTTING-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 SLOTTING-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 COUNT-EDIT                 PIC ZZZZZZZZ9      VALUE ZERO.
        03 SLOT-EDIT                  PIC ZZZZ9          VALUE ZERO.

       01 SWITCHES.
          03 AUD-EOF-SW              PIC    X   VALUE 'N'.
          03 SUM-EOF-SW              PIC    X   VALUE 'N'.
          03 MASTER-EOF-SW           PIC    X   VALUE 'N'.
          03 SWAP-SW                 PIC    X   VALUE 'N'.
          03 PARTNER-FOUND-SW        PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-SMI                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ITM                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LOC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-CLS                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * THE WINDOW THE MOVES ARE COUNTED OVER, AND THE CUMULATIVE      *
      * SHARE OF A WAREHOUSE'S MOVES THAT CLOSES CLASS A AND CLASS B.  *
      * ARCHIVED HISTORY IS HELD BY MONTH, SO A SUMMARY MONTH COUNTS   *
      * WHOLE WHEN ANY PART OF IT FALLS INSIDE THE WINDOW. A ZERO      *
      * FROM OR TO DATE LEAVES THAT END OF THE WINDOW OPEN.            *
      ******************************************************************
       01 CLASS-CONTROL.
          03 WINDOW-FROM-DATE            PIC 9(8)   VALUE ZERO.
          03 WINDOW-FROM-R REDEFINES WINDOW-FROM-DATE.
             05 WINDOW-FROM-MONTH        PIC 9(6).
             05 FILLER                   PIC 9(2).
          03 WINDOW-TO-DATE              PIC 9(8)   VALUE ZERO.
          03 WINDOW-TO-R REDEFINES WINDOW-TO-DATE.
             05 WINDOW-TO-MONTH          PIC 9(6).
             05 FILLER                   PIC 9(2).
          03 CLASS-A-PCT                 PIC 9(3)   VALUE 080.
          03 CLASS-B-PCT                 PIC 9(3)   VALUE 095.
          03 ARCHIVE-CUTOFF-DATE         PIC 9(8)   VALUE ZERO.

       01 COUNTRIES.
          03 AUDIT-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-IN-WINDOW       PIC S9(9)  COMP-3 VALUE ZERO.
          03 SUMMARY-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 SUMMARY-RECDS-IN-WINDOW     PIC S9(9)  COMP-3 VALUE ZERO.
          03 ACTIVITY-NOT-ON-MASTER      PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEMS-CLASSED               PIC S9(9)  COMP-3 VALUE ZERO.
          03 FAST-IN-FAR-BINS            PIC S9(9)  COMP-3 VALUE ZERO.
          03 SLOW-IN-PRIME-BINS          PIC S9(9)  COMP-3 VALUE ZERO.
          03 SWAPS-RECOMMENDED           PIC S9(9)  COMP-3 VALUE ZERO.
          03 CLASS-RECDS-WRITTEN         PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER ITEMMSTR WAREHOUSE/ITEM. IC-SORT-KEY LEADS EACH  *
      * ENTRY AND IS REBUILT BEFORE EACH SORT - FIRST BUSIEST-FIRST    *
      * WITHIN WAREHOUSE TO ASSIGN CLASSES, THEN PICK LOCATION WITHIN  *
      * WAREHOUSE TO PLACE EACH SLOT IN THE WALK. IC-PICK-CAPACITY IS  *
      * THE PICK BIN'S LOCMSTR CAPACITY (ZERO = NOT SET, NO LIMIT).    *
      ******************************************************************
       01 ITEM-CLASS-COUNT                 PIC S9(8) COMP VALUE ZERO.
       01 ITEM-CLASS-TABLE.
          03 ITEM-CLASS-ENTRY              OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON ITEM-CLASS-COUNT
                                 INDEXED BY ICL-IDX ICP-IDX.
             05 IC-SORT-KEY                PIC X(31).
             05 IC-WAREHOUSE-ID            PIC X(03).
             05 IC-ITEM-NUM                PIC X(10).
             05 IC-PICK-LOC                PIC X(10).
             05 IC-TARGET-QTY              PIC 9(05).
             05 IC-PICK-CAPACITY           PIC 9(05).
             05 IC-MOVE-COUNT              PIC S9(9) COMP-3.
             05 IC-QTY-MOVED               PIC S9(9) COMP-3.
             05 IC-CLASS                   PIC X(01).
             05 IC-RANK                    PIC S9(5) COMP-3.
             05 IC-SLOT-SEQ                PIC S9(5) COMP-3.
             05 IC-ZONE                    PIC X(01).
             05 IC-SWAP-SW                 PIC X(01).

       01 ITEM-SORT-WORK-AREA.
          03 ISORT-I                     PIC S9(8) COMP VALUE ZERO.
          03 ISORT-J                     PIC S9(8) COMP VALUE ZERO.
          03 ISORT-HOLD                  PIC X(83).

      ******************************************************************
      * THE TWO SORT KEYS. MOVES AND QUANTITY ARE CARRIED AS THEIR     *
      * DIFFERENCE FROM ALL NINES SO AN ASCENDING KEY PUTS THE         *
      * BUSIEST ITEM FIRST.                                            *
      ******************************************************************
       01 VELOCITY-KEY-BUILD.
          03 VKB-WAREHOUSE-ID            PIC X(03).
          03 VKB-MOVES-INVERSE           PIC 9(09).
          03 VKB-QTY-INVERSE             PIC 9(09).
          03 VKB-ITEM-NUM                PIC X(10).

       01 WALK-KEY-BUILD.
          03 WKB-WAREHOUSE-ID            PIC X(03).
          03 WKB-PICK-LOC                PIC X(10).
          03 WKB-ITEM-NUM                PIC X(10).
          03 FILLER                      PIC X(08)  VALUE SPACES.

      ******************************************************************
      * LOCMSTR CAPACITIES, LOOKED UP FOR EACH ITEM'S PICK BIN.        *
      ******************************************************************
       01 LOC-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 LOC-TABLE.
          03 LOC-ENTRY                     OCCURS 0 TO 50000 TIMES
                                 DEPENDING ON LOC-TABLE-COUNT
                                 INDEXED BY LOC-IDX.
             05 LT-WAREHOUSE-ID            PIC X(03).
             05 LT-STORAGE-LOC             PIC X(10).
             05 LT-BIN-CAPACITY            PIC 9(05).

      ******************************************************************
      * PER-WAREHOUSE TOTALS - MOVES OVER THE WINDOW, AND THE ITEMS,   *
      * MOVES AND QUANTITY IN EACH CLASS. THE A AND B SLOT COUNTS ARE  *
      * THE CLASS A AND B ITEMS THAT HAVE A PICK LOCATION, AND SIZE    *
      * THE A AND B ZONES AT THE FRONT OF THE WALK.                    *
      ******************************************************************
       01 WHSE-TABLE-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01 WHSE-TABLE.
          03 WHSE-ENTRY                    OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WHSE-TABLE-COUNT
                                 INDEXED BY WHS-IDX.
             05 WT-WAREHOUSE-ID            PIC X(03).
             05 WT-TOTAL-MOVES             PIC S9(11) COMP-3.
             05 WT-CLASS-TOTALS            OCCURS 3 TIMES
                                 INDEXED BY CLS-IDX.
                07 WT-CLASS-ITEMS          PIC S9(9) COMP-3.
                07 WT-CLASS-MOVES          PIC S9(11) COMP-3.
                07 WT-CLASS-QTY            PIC S9(11) COMP-3.
             05 WT-A-SLOTS                 PIC S9(5) COMP-3.
             05 WT-B-SLOTS                 PIC S9(5) COMP-3.

       01 CLASS-LETTERS                    PIC X(03) VALUE 'ABC'.

      ******************************************************************
      * WORK FIELDS FOR THE CLASS AND SLOT PASSES.                     *
      ******************************************************************
       01 CLASS-WORK-AREA.
          03 POST-WAREHOUSE-ID           PIC X(03) VALUE SPACES.
          03 POST-ITEM-NUM               PIC X(10) VALUE SPACES.
          03 POST-MOVES                  PIC S9(9)  COMP-3 VALUE ZERO.
          03 POST-QTY                    PIC S9(9)  COMP-3 VALUE ZERO.
          03 PREV-WAREHOUSE-ID           PIC X(03) VALUE SPACES.
          03 CUM-MOVES-BEFORE            PIC S9(11) COMP-3 VALUE ZERO.
          03 CUM-PCT                     PIC 9(3)V99 VALUE ZERO.
          03 WHSE-RANK                   PIC S9(5)  COMP-3 VALUE ZERO.
          03 WHSE-SLOT                   PIC S9(5)  COMP-3 VALUE ZERO.

       LINKAGE SECTION.
      ******************************************************************
      * OPTIONAL JCL PARM - THE WINDOW'S FROM AND TO DATES             *
      * (PARM='YYYYMMDDYYYYMMDD'), OPTIONALLY FOLLOWED BY THE TWO-     *
      * DIGIT CUMULATIVE PERCENTAGES THAT CLOSE CLASS A AND CLASS B    *
      * (E.G. PARM='20260601202608318095'). WITHOUT A PARM EVERY       *
      * MOVE ON FILE COUNTS AND THE 80/95 DEFAULTS ARE KEPT.           *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-FROM-DATE               PIC 9(8).
          03 PARM-TO-DATE                 PIC 9(8).
          03 PARM-A-PCT                   PIC 9(2).
          03 PARM-B-PCT                   PIC 9(2).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'ABCSLOT COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          IF PARM-LEN = +16 OR PARM-LEN = +20
              MOVE PARM-FROM-DATE TO WINDOW-FROM-DATE
              MOVE PARM-TO-DATE   TO WINDOW-TO-DATE
          END-IF.
          IF PARM-LEN = +20
              MOVE PARM-A-PCT TO CLASS-A-PCT
              MOVE PARM-B-PCT TO CLASS-B-PCT
          END-IF.

        OPEN INPUT ITEM-MASTER.
        IF FL-STAT-ITM NOT = 00
          DISPLAY 'OPEN ITEM MASTER ERROR - STAT :' FL-STAT-ITM
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT LOCATION-MASTER.
        IF FL-STAT-LOC NOT = 00
          DISPLAY 'OPEN LOCATION MASTER ERROR - STAT :' FL-STAT-LOC
          MOVE  +20                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT AUDIT-FILE.
        IF FL-STAT-AUD NOT = 00
          DISPLAY 'OPEN AUDIT FILE ERROR - STAT :' FL-STAT-AUD
          MOVE  +30                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT CLASS-FILE.
        IF FL-STAT-CLS NOT = 00
          DISPLAY 'OPEN CLASS FILE ERROR - STAT :' FL-STAT-CLS
          MOVE  +40                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT SLOTTING-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN SLOTTING REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +50                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 0200-LOAD-ONE-LOCATION UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE LOCATION-MASTER.
        MOVE 'N' TO MASTER-EOF-SW.
        PERFORM 0100-LOAD-ONE-ITEM UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE ITEM-MASTER.
        PERFORM 1000-READ-AUDIT UNTIL AUD-EOF-SW = 'Y'.
        CLOSE AUDIT-FILE.
        PERFORM 2000-LOAD-ARCHIVE-SUMMARY.
        PERFORM 3000-ASSIGN-CLASSES.
        PERFORM 4000-ASSIGN-SLOTS.
        PERFORM 5000-WRITE-SLOTTING-REPORT.
        PERFORM 5500-WRITE-CLASS-FILE.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * LOAD ONE ITEMMSTR RECORD, WITH ITS PICK BIN'S CAPACITY FROM    *
      * THE LOCMSTR TABLE.                                             *
      ******************************************************************
       0100-LOAD-ONE-ITEM.

        READ ITEM-MASTER
            AT END MOVE 'Y'     TO MASTER-EOF-SW.
        IF MASTER-EOF-SW = 'N'
            IF ITEM-CLASS-COUNT < 20000
                ADD 1 TO ITEM-CLASS-COUNT
                SET ICL-IDX TO ITEM-CLASS-COUNT
                INITIALIZE ITEM-CLASS-ENTRY (ICL-IDX)
                MOVE IM-WAREHOUSE-ID TO IC-WAREHOUSE-ID (ICL-IDX)
                MOVE IM-ITEM-NUM     TO IC-ITEM-NUM (ICL-IDX)
                MOVE IM-PICK-LOC     TO IC-PICK-LOC (ICL-IDX)
                MOVE IM-TARGET-QTY   TO IC-TARGET-QTY (ICL-IDX)
                MOVE 'C'             TO IC-CLASS (ICL-IDX)
                MOVE 'N'             TO IC-SWAP-SW (ICL-IDX)
                SET LOC-IDX TO 1
                SEARCH LOC-ENTRY
                    AT END
                        CONTINUE
                    WHEN LT-WAREHOUSE-ID (LOC-IDX) = IM-WAREHOUSE-ID
                        AND LT-STORAGE-LOC (LOC-IDX) = IM-PICK-LOC
                        MOVE LT-BIN-CAPACITY (LOC-IDX)
                            TO IC-PICK-CAPACITY (ICL-IDX)
                END-SEARCH
                MOVE IM-WAREHOUSE-ID TO POST-WAREHOUSE-ID
                PERFORM 8100-FIND-WHSE-ENTRY
            ELSE
                DISPLAY 'ITEM CLASS TABLE FULL - ITEM DROPPED'
            END-IF
        END-IF.
      ******************************************************************
      * LOAD ONE LOCMSTR RECORD.                                       *
      ******************************************************************
       0200-LOAD-ONE-LOCATION.

        READ LOCATION-MASTER
            AT END MOVE 'Y'     TO MASTER-EOF-SW.
        IF MASTER-EOF-SW = 'N'
            IF LOC-TABLE-COUNT < 50000
                ADD 1 TO LOC-TABLE-COUNT
                SET LOC-IDX TO LOC-TABLE-COUNT
                MOVE LM-WAREHOUSE-ID TO LT-WAREHOUSE-ID (LOC-IDX)
                MOVE LM-STORAGE-LOC  TO LT-STORAGE-LOC (LOC-IDX)
                MOVE LM-BIN-CAPACITY TO LT-BIN-CAPACITY (LOC-IDX)
            ELSE
                DISPLAY 'LOCATION TABLE FULL - BIN DROPPED'
            END-IF
        END-IF.
      ******************************************************************
      * COUNT ONE LIVE AUDIT RECORD INSIDE THE WINDOW AS ONE MOVE OF   *
      * ITS WAREHOUSE/ITEM, MOVING THE SIZE OF ITS QUANTITY CHANGE.    *
      ******************************************************************
       1000-READ-AUDIT.

        READ AUDIT-FILE
            AT END MOVE 'Y'     TO AUD-EOF-SW.
        IF AUD-EOF-SW = 'N'
            ADD +1 TO AUDIT-RECDS-READ
            IF (WINDOW-FROM-DATE = ZERO
                    OR AUD-RUN-DATE >= WINDOW-FROM-DATE)
                AND (WINDOW-TO-DATE = ZERO
                    OR AUD-RUN-DATE <= WINDOW-TO-DATE)
                ADD +1 TO AUDIT-RECDS-IN-WINDOW
                MOVE AUD-WAREHOUSE-ID TO POST-WAREHOUSE-ID
                MOVE AUD-ITEM-NUM     TO POST-ITEM-NUM
                MOVE 1                TO POST-MOVES
                IF AUD-AFTER-QUANTITY > AUD-BEFORE-QUANTITY
                    COMPUTE POST-QTY =
                        AUD-AFTER-QUANTITY - AUD-BEFORE-QUANTITY
                ELSE
                    COMPUTE POST-QTY =
                        AUD-BEFORE-QUANTITY - AUD-AFTER-QUANTITY
                END-IF
                PERFORM 1100-POST-ACTIVITY
            END-IF
        END-IF.
      ******************************************************************
      * ADD POST-MOVES AND POST-QTY TO THE ITEM AND ITS WAREHOUSE.     *
      * ACTIVITY FOR AN ITEM NOT ON ITEMMSTR HAS NO PICK SLOT TO       *
      * RANK AND IS ONLY COUNTED.                                      *
      ******************************************************************
       1100-POST-ACTIVITY.

        PERFORM 8000-FIND-ITEM-ENTRY.
        IF ICL-IDX > ITEM-CLASS-COUNT
            ADD POST-MOVES TO ACTIVITY-NOT-ON-MASTER
        ELSE
            ADD POST-MOVES TO IC-MOVE-COUNT (ICL-IDX)
            ADD POST-QTY   TO IC-QTY-MOVED (ICL-IDX)
            PERFORM 8100-FIND-WHSE-ENTRY
            ADD POST-MOVES TO WT-TOTAL-MOVES (WHS-IDX)
        END-IF.
      ******************************************************************
      * FOLD IN THE ARCHIVED MONTHS. A MISSING SUMMARY GENERATION JUST *
      * MEANS NOTHING HAS BEEN ARCHIVED YET.                           *
      ******************************************************************
       2000-LOAD-ARCHIVE-SUMMARY.

        OPEN INPUT SUMMARY-IN.
        IF FL-STAT-SMI = 00
            PERFORM 2100-READ-SUMMARY UNTIL SUM-EOF-SW = 'Y'
            CLOSE SUMMARY-IN
        ELSE
            DISPLAY 'NO ARCHIVE SUMMARY - LIVE AUDIT FILE ONLY'
        END-IF.
      ******************************************************************
      * ONE SUMMARY RECORD - THE CONTROL RECORD GIVES UP THE ARCHIVE   *
      * CUTOFF FOR THE HEADING; EACH MONTH IN THE WINDOW ADDS ITS      *
      * CHANGE COUNT AS MOVES AND ITS NET CHANGE (THE ONLY QUANTITY    *
      * THE SUMMARY KEEPS) AS QUANTITY MOVED.                          *
      ******************************************************************
       2100-READ-SUMMARY.

        READ SUMMARY-IN
            AT END
                MOVE 'Y' TO SUM-EOF-SW
            NOT AT END
                ADD +1 TO SUMMARY-RECDS-READ
                IF SMI-RECORD-TYPE = 'C'
                    MOVE SMI-CUTOFF-DATE TO ARCHIVE-CUTOFF-DATE
                END-IF
                IF SMI-RECORD-TYPE = 'S'
                    AND (WINDOW-FROM-DATE = ZERO
                        OR SMI-MONTH >= WINDOW-FROM-MONTH)
                    AND (WINDOW-TO-DATE = ZERO
                        OR SMI-MONTH <= WINDOW-TO-MONTH)
                    ADD +1 TO SUMMARY-RECDS-IN-WINDOW
                    MOVE SMI-WAREHOUSE-ID TO POST-WAREHOUSE-ID
                    MOVE SMI-ITEM-NUM     TO POST-ITEM-NUM
                    MOVE SMI-CHANGE-COUNT TO POST-MOVES
                    IF SMI-NET-CHANGE < ZERO
                        COMPUTE POST-QTY = ZERO - SMI-NET-CHANGE
                    ELSE
                        MOVE SMI-NET-CHANGE TO POST-QTY
                    END-IF
                    PERFORM 1100-POST-ACTIVITY
                END-IF
        END-READ.
      ******************************************************************
      * RANK EACH WAREHOUSE'S ITEMS BUSIEST FIRST AND CLASS THEM.      *
      ******************************************************************
       3000-ASSIGN-CLASSES.

        PERFORM 3100-BUILD-VELOCITY-KEY
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
        PERFORM 8500-SORT-ITEM-TABLE.
        MOVE SPACES TO PREV-WAREHOUSE-ID.
        PERFORM 3200-CLASS-ONE-ITEM
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
      ******************************************************************
      * WAREHOUSE, THEN MOVES AND QUANTITY DESCENDING, THEN ITEM.      *
      ******************************************************************
       3100-BUILD-VELOCITY-KEY.

        MOVE IC-WAREHOUSE-ID (ICL-IDX) TO VKB-WAREHOUSE-ID.
        COMPUTE VKB-MOVES-INVERSE =
            999999999 - IC-MOVE-COUNT (ICL-IDX).
        COMPUTE VKB-QTY-INVERSE =
            999999999 - IC-QTY-MOVED (ICL-IDX).
        MOVE IC-ITEM-NUM (ICL-IDX)     TO VKB-ITEM-NUM.
        MOVE VELOCITY-KEY-BUILD TO IC-SORT-KEY (ICL-IDX).
      ******************************************************************
      * CLASS ONE ITEM BY THE SHARE OF ITS WAREHOUSE'S MOVES MADE BY   *
      * THE BUSIER ITEMS RANKED AHEAD OF IT - AN ITEM STARTING INSIDE  *
      * THE FIRST CLASS-A-PCT IS A, INSIDE CLASS-B-PCT IS B, ELSE C.   *
      ******************************************************************
       3200-CLASS-ONE-ITEM.

        IF IC-WAREHOUSE-ID (ICL-IDX) NOT = PREV-WAREHOUSE-ID
            MOVE IC-WAREHOUSE-ID (ICL-IDX) TO PREV-WAREHOUSE-ID
            MOVE ZERO TO CUM-MOVES-BEFORE
                         WHSE-RANK
        END-IF.
        MOVE IC-WAREHOUSE-ID (ICL-IDX) TO POST-WAREHOUSE-ID.
        PERFORM 8100-FIND-WHSE-ENTRY.
        ADD 1 TO WHSE-RANK.
        ADD 1 TO ITEMS-CLASSED.
        MOVE WHSE-RANK TO IC-RANK (ICL-IDX).
        IF IC-MOVE-COUNT (ICL-IDX) = ZERO
            MOVE 'C' TO IC-CLASS (ICL-IDX)
        ELSE
            COMPUTE CUM-PCT =
                CUM-MOVES-BEFORE * 100 / WT-TOTAL-MOVES (WHS-IDX)
            EVALUATE TRUE
                WHEN CUM-PCT < CLASS-A-PCT
                    MOVE 'A' TO IC-CLASS (ICL-IDX)
                WHEN CUM-PCT < CLASS-B-PCT
                    MOVE 'B' TO IC-CLASS (ICL-IDX)
                WHEN OTHER
                    MOVE 'C' TO IC-CLASS (ICL-IDX)
            END-EVALUATE
        END-IF.
        ADD IC-MOVE-COUNT (ICL-IDX) TO CUM-MOVES-BEFORE.

        EVALUATE IC-CLASS (ICL-IDX)
            WHEN 'A'
                SET CLS-IDX TO 1
                IF IC-PICK-LOC (ICL-IDX) NOT = SPACES
                    ADD 1 TO WT-A-SLOTS (WHS-IDX)
                END-IF
            WHEN 'B'
                SET CLS-IDX TO 2
                IF IC-PICK-LOC (ICL-IDX) NOT = SPACES
                    ADD 1 TO WT-B-SLOTS (WHS-IDX)
                END-IF
            WHEN OTHER
                SET CLS-IDX TO 3
        END-EVALUATE.
        ADD 1 TO WT-CLASS-ITEMS (WHS-IDX CLS-IDX).
        ADD IC-MOVE-COUNT (ICL-IDX)
            TO WT-CLASS-MOVES (WHS-IDX CLS-IDX).
        ADD IC-QTY-MOVED (ICL-IDX)
            TO WT-CLASS-QTY (WHS-IDX CLS-IDX).
      ******************************************************************
      * PUT EACH WAREHOUSE'S PICK SLOTS IN WALK ORDER AND GIVE EACH    *
      * ITEM ITS SLOT NUMBER AND THE ZONE THAT SLOT FALLS IN.          *
      ******************************************************************
       4000-ASSIGN-SLOTS.

        PERFORM 4100-BUILD-WALK-KEY
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
        PERFORM 8500-SORT-ITEM-TABLE.
        MOVE SPACES TO PREV-WAREHOUSE-ID.
        PERFORM 4200-SLOT-ONE-ITEM
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
      ******************************************************************
      * WAREHOUSE, THEN PICK LOCATION ASCENDING - THE SAME BIN ORDER   *
      * WHSE_CBL_ALLOCATE SORTS ITS PICK LIST INTO.                    *
      ******************************************************************
       4100-BUILD-WALK-KEY.

        MOVE IC-WAREHOUSE-ID (ICL-IDX) TO WKB-WAREHOUSE-ID.
        MOVE IC-PICK-LOC (ICL-IDX)     TO WKB-PICK-LOC.
        MOVE IC-ITEM-NUM (ICL-IDX)     TO WKB-ITEM-NUM.
        MOVE WALK-KEY-BUILD TO IC-SORT-KEY (ICL-IDX).
      ******************************************************************
      * NUMBER ONE PICK SLOT IN ITS WAREHOUSE WALK AND ZONE IT - THE   *
      * FIRST WT-A-SLOTS SLOTS ARE THE A ZONE, THE NEXT WT-B-SLOTS THE *
      * B ZONE, THE REST THE C ZONE. AN ITEM WITH NO PICK LOCATION     *
      * HAS NO SLOT AND IS LEFT OUT OF THE SLOTTING SECTIONS.          *
      ******************************************************************
       4200-SLOT-ONE-ITEM.

        IF IC-WAREHOUSE-ID (ICL-IDX) NOT = PREV-WAREHOUSE-ID
            MOVE IC-WAREHOUSE-ID (ICL-IDX) TO PREV-WAREHOUSE-ID
            MOVE ZERO TO WHSE-SLOT
        END-IF.
        IF IC-PICK-LOC (ICL-IDX) = SPACES
            MOVE ZERO  TO IC-SLOT-SEQ (ICL-IDX)
            MOVE SPACE TO IC-ZONE (ICL-IDX)
        ELSE
            MOVE IC-WAREHOUSE-ID (ICL-IDX) TO POST-WAREHOUSE-ID
            PERFORM 8100-FIND-WHSE-ENTRY
            ADD 1 TO WHSE-SLOT
            MOVE WHSE-SLOT TO IC-SLOT-SEQ (ICL-IDX)
            EVALUATE TRUE
                WHEN WHSE-SLOT NOT > WT-A-SLOTS (WHS-IDX)
                    MOVE 'A' TO IC-ZONE (ICL-IDX)
                WHEN WHSE-SLOT NOT >
                        WT-A-SLOTS (WHS-IDX) + WT-B-SLOTS (WHS-IDX)
                    MOVE 'B' TO IC-ZONE (ICL-IDX)
                WHEN OTHER
                    MOVE 'C' TO IC-ZONE (ICL-IDX)
            END-EVALUATE
        END-IF.
      ******************************************************************
      * THE RE-SLOTTING REPORT - CLASS SUMMARY BY WAREHOUSE, FAST      *
      * MOVERS IN FAR BINS, SLOW MOVERS IN PRIME BINS, THEN THE        *
      * CANDIDATE SWAPS. THE TABLE IS IN WALK ORDER HERE, SO EACH      *
      * SECTION READS FRONT OF THE WAREHOUSE TO BACK.                  *
      ******************************************************************
       5000-WRITE-SLOTTING-REPORT.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'WHSE_CBL_ABCSLOT ABC RE-SLOTTING REPORT - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'MOVES FROM: '              DELIMITED BY SIZE
               WINDOW-FROM-DATE            DELIMITED BY SIZE
               ' TO: '                     DELIMITED BY SIZE
               WINDOW-TO-DATE              DELIMITED BY SIZE
               '  (ZERO = OPEN ENDED)'     DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'CLASS A TO '               DELIMITED BY SIZE
               CLASS-A-PCT                 DELIMITED BY SIZE
               ' PCT OF MOVES, B TO '      DELIMITED BY SIZE
               CLASS-B-PCT                 DELIMITED BY SIZE
               ' PCT - ARCHIVE SUMMARY BEFORE ' DELIMITED BY SIZE
               ARCHIVE-CUTOFF-DATE         DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE ALL '-' TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.

        PERFORM 5100-WRITE-WHSE-SUMMARY
            VARYING WHS-IDX FROM 1 BY 1
            UNTIL WHS-IDX > WHSE-TABLE-COUNT.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'FAST MOVERS IN FAR BINS - CLASS AHEAD OF SLOT ZONE'
               DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE ALL '-' TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        PERFORM 5200-WRITE-ONE-FAST
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'SLOW MOVERS IN PRIME BINS - CLASS BEHIND SLOT ZONE'
               DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE ALL '-' TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        PERFORM 5300-WRITE-ONE-SLOW
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'CANDIDATE SWAPS - EACH TARGET QTY FITS THE OTHER BIN'
               DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE ALL '-' TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
        PERFORM 5400-FIND-SWAP
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
        MOVE ALL '-' TO SLOTTING-REPORT-LINE.
        WRITE SLOTTING-REPORT-LINE.
      ******************************************************************
      * ONE WAREHOUSE'S CLASS SUMMARY - ITEMS, MOVES AND QUANTITY PER  *
      * CLASS.                                                         *
      ******************************************************************
       5100-WRITE-WHSE-SUMMARY.

        PERFORM 5110-WRITE-ONE-CLASS
            VARYING CLS-IDX FROM 1 BY 1
            UNTIL CLS-IDX > 3.
      ******************************************************************
      * ONE CLASS LINE OF THE WAREHOUSE SUMMARY.                       *
      ******************************************************************
       5110-WRITE-ONE-CLASS.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               WT-WAREHOUSE-ID (WHS-IDX)   DELIMITED BY SIZE
               ' CLASS '                   DELIMITED BY SIZE
               CLASS-LETTERS (CLS-IDX:1)   DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        MOVE WT-CLASS-ITEMS (WHS-IDX CLS-IDX) TO COUNT-EDIT.
        MOVE 'ITEMS'    TO SLOTTING-REPORT-LINE (17:5).
        MOVE COUNT-EDIT TO SLOTTING-REPORT-LINE (23:9).
        MOVE WT-CLASS-MOVES (WHS-IDX CLS-IDX) TO COUNT-EDIT.
        MOVE 'MOVES'    TO SLOTTING-REPORT-LINE (34:5).
        MOVE COUNT-EDIT TO SLOTTING-REPORT-LINE (40:9).
        MOVE WT-CLASS-QTY (WHS-IDX CLS-IDX) TO COUNT-EDIT.
        MOVE 'QTY'      TO SLOTTING-REPORT-LINE (51:3).
        MOVE COUNT-EDIT TO SLOTTING-REPORT-LINE (55:9).
        WRITE SLOTTING-REPORT-LINE.
      ******************************************************************
      * AN ITEM WHOSE CLASS IS AHEAD OF ITS SLOT'S ZONE (A IN B OR C,  *
      * B IN C) - IT IS WALKED TO MORE OFTEN THAN ITS BIN DESERVES.    *
      ******************************************************************
       5200-WRITE-ONE-FAST.

        IF IC-ZONE (ICL-IDX) NOT = SPACE
            AND IC-CLASS (ICL-IDX) < IC-ZONE (ICL-IDX)
            ADD 1 TO FAST-IN-FAR-BINS
            PERFORM 5250-WRITE-SLOT-LINE
        END-IF.
      ******************************************************************
      * ONE ITEM LINE FOR THE FAST/SLOW SECTIONS.                      *
      ******************************************************************
       5250-WRITE-SLOT-LINE.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               IC-WAREHOUSE-ID (ICL-IDX)   DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               IC-ITEM-NUM (ICL-IDX)       DELIMITED BY SIZE
               ' CL '                      DELIMITED BY SIZE
               IC-CLASS (ICL-IDX)          DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        MOVE IC-MOVE-COUNT (ICL-IDX) TO COUNT-EDIT.
        MOVE 'MOVES'    TO SLOTTING-REPORT-LINE (28:5).
        MOVE COUNT-EDIT TO SLOTTING-REPORT-LINE (34:9).
        MOVE 'LOC'      TO SLOTTING-REPORT-LINE (44:3).
        MOVE IC-PICK-LOC (ICL-IDX) TO SLOTTING-REPORT-LINE (48:10).
        MOVE IC-SLOT-SEQ (ICL-IDX) TO SLOT-EDIT.
        MOVE 'SLOT'     TO SLOTTING-REPORT-LINE (59:4).
        MOVE SLOT-EDIT  TO SLOTTING-REPORT-LINE (64:5).
        MOVE 'ZN'       TO SLOTTING-REPORT-LINE (70:2).
        MOVE IC-ZONE (ICL-IDX) TO SLOTTING-REPORT-LINE (73:1).
        WRITE SLOTTING-REPORT-LINE.
      ******************************************************************
      * AN ITEM WHOSE CLASS IS BEHIND ITS SLOT'S ZONE (C IN A OR B,    *
      * B IN A) - IT HOLDS A BIN A BUSIER ITEM SHOULD HAVE.            *
      ******************************************************************
       5300-WRITE-ONE-SLOW.

        IF IC-ZONE (ICL-IDX) NOT = SPACE
            AND IC-CLASS (ICL-IDX) > IC-ZONE (ICL-IDX)
            ADD 1 TO SLOW-IN-PRIME-BINS
            PERFORM 5250-WRITE-SLOT-LINE
        END-IF.
      ******************************************************************
      * FOR A FAST MOVER IN A FAR BIN, LOOK FOR A SLOW MOVER IN A      *
      * MORE PRIME BIN OF THE SAME WAREHOUSE TO TRADE WITH. EACH ITEM  *
      * IS OFFERED IN ONE SWAP AT MOST.                                *
      ******************************************************************
       5400-FIND-SWAP.

        IF IC-ZONE (ICL-IDX) NOT = SPACE
            AND IC-CLASS (ICL-IDX) < IC-ZONE (ICL-IDX)
            AND IC-SWAP-SW (ICL-IDX) = 'N'
            MOVE 'N' TO PARTNER-FOUND-SW
            PERFORM 5410-TRY-PARTNER
                VARYING ICP-IDX FROM 1 BY 1
                UNTIL ICP-IDX > ITEM-CLASS-COUNT
                   OR PARTNER-FOUND-SW = 'Y'
        END-IF.
      ******************************************************************
      * A PARTNER IS A SLOW MOVER IN THE SAME WAREHOUSE, NOT YET       *
      * SWAPPED, WHOSE SLOT IS IN A BETTER ZONE THAN THE FAST MOVER'S  *
      * AND WHOSE CLASS IS BEHIND THE FAST MOVER'S, WHERE EACH ITEM'S  *
      * TARGET QUANTITY FITS THE OTHER'S BIN (ZERO CAPACITY = NOT SET, *
      * NO LIMIT). THE WALK ORDER OFFERS THE MOST PRIME PARTNER FIRST. *
      ******************************************************************
       5410-TRY-PARTNER.

        IF IC-WAREHOUSE-ID (ICP-IDX) = IC-WAREHOUSE-ID (ICL-IDX)
            AND IC-ZONE (ICP-IDX) NOT = SPACE
            AND IC-SWAP-SW (ICP-IDX) = 'N'
            AND IC-CLASS (ICP-IDX) > IC-ZONE (ICP-IDX)
            AND IC-ZONE (ICP-IDX) < IC-ZONE (ICL-IDX)
            AND IC-CLASS (ICP-IDX) > IC-CLASS (ICL-IDX)
            AND (IC-PICK-CAPACITY (ICP-IDX) = ZERO
                OR IC-TARGET-QTY (ICL-IDX) NOT >
                    IC-PICK-CAPACITY (ICP-IDX))
            AND (IC-PICK-CAPACITY (ICL-IDX) = ZERO
                OR IC-TARGET-QTY (ICP-IDX) NOT >
                    IC-PICK-CAPACITY (ICL-IDX))
            MOVE 'Y' TO PARTNER-FOUND-SW
            MOVE 'Y' TO IC-SWAP-SW (ICL-IDX)
            MOVE 'Y' TO IC-SWAP-SW (ICP-IDX)
            ADD 1 TO SWAPS-RECOMMENDED
            PERFORM 5420-WRITE-SWAP
        END-IF.
      ******************************************************************
      * ONE CANDIDATE SWAP - EACH ITEM, ITS CLASS, THE BIN IT LEAVES   *
      * AND THE BIN IT TAKES, ITS TARGET QTY AND THAT BIN'S CAPACITY.  *
      ******************************************************************
       5420-WRITE-SWAP.

        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               IC-WAREHOUSE-ID (ICL-IDX)   DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               IC-ITEM-NUM (ICL-IDX)       DELIMITED BY SIZE
               ' CL '                      DELIMITED BY SIZE
               IC-CLASS (ICL-IDX)          DELIMITED BY SIZE
               ' FROM '                    DELIMITED BY SIZE
               IC-PICK-LOC (ICL-IDX)       DELIMITED BY SIZE
               ' TO '                      DELIMITED BY SIZE
               IC-PICK-LOC (ICP-IDX)       DELIMITED BY SIZE
               ' TGT '                     DELIMITED BY SIZE
               IC-TARGET-QTY (ICL-IDX)     DELIMITED BY SIZE
               ' CAP '                     DELIMITED BY SIZE
               IC-PICK-CAPACITY (ICP-IDX)  DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
        MOVE SPACES TO SLOTTING-REPORT-LINE.
        STRING '       ITM '               DELIMITED BY SIZE
               IC-ITEM-NUM (ICP-IDX)       DELIMITED BY SIZE
               ' CL '                      DELIMITED BY SIZE
               IC-CLASS (ICP-IDX)          DELIMITED BY SIZE
               ' FROM '                    DELIMITED BY SIZE
               IC-PICK-LOC (ICP-IDX)       DELIMITED BY SIZE
               ' TO '                      DELIMITED BY SIZE
               IC-PICK-LOC (ICL-IDX)       DELIMITED BY SIZE
               ' TGT '                     DELIMITED BY SIZE
               IC-TARGET-QTY (ICP-IDX)     DELIMITED BY SIZE
               ' CAP '                     DELIMITED BY SIZE
               IC-PICK-CAPACITY (ICL-IDX)  DELIMITED BY SIZE
               INTO SLOTTING-REPORT-LINE
        END-STRING.
        WRITE SLOTTING-REPORT-LINE.
      ******************************************************************
      * WRITE THE ITEM CLASS FILE - ONE RECORD PER ITEMMSTR ITEM.      *
      ******************************************************************
       5500-WRITE-CLASS-FILE.

        PERFORM 5510-WRITE-ONE-CLASS
            VARYING ICL-IDX FROM 1 BY 1
            UNTIL ICL-IDX > ITEM-CLASS-COUNT.
      ******************************************************************
      * ONE CLASS RECORD.                                              *
      ******************************************************************
       5510-WRITE-ONE-CLASS.

        ADD 1 TO CLASS-RECDS-WRITTEN.
        MOVE SPACES TO CLASS-RECORD.
        MOVE IC-WAREHOUSE-ID (ICL-IDX)  TO CF-WAREHOUSE-ID.
        MOVE IC-ITEM-NUM (ICL-IDX)      TO CF-ITEM-NUM.
        MOVE IC-CLASS (ICL-IDX)         TO CF-CLASS.
        MOVE IC-RANK (ICL-IDX)          TO CF-RANK.
        MOVE IC-MOVE-COUNT (ICL-IDX)    TO CF-MOVE-COUNT.
        MOVE IC-QTY-MOVED (ICL-IDX)     TO CF-QTY-MOVED.
        MOVE IC-PICK-LOC (ICL-IDX)      TO CF-PICK-LOC.
        MOVE IC-SLOT-SEQ (ICL-IDX)      TO CF-SLOT-SEQ.
        MOVE IC-ZONE (ICL-IDX)          TO CF-ZONE.
        MOVE WINDOW-FROM-DATE           TO CF-WINDOW-FROM.
        MOVE WINDOW-TO-DATE             TO CF-WINDOW-TO.
        MOVE RUN-DATE                   TO CF-RUN-DATE.
        WRITE CLASS-RECORD.
      ******************************************************************
      * FIND THE ITEM ENTRY FOR POST-WAREHOUSE-ID/POST-ITEM-NUM.       *
      * ICL-IDX IS LEFT PAST THE LAST ENTRY WHEN THERE IS NONE.        *
      ******************************************************************
       8000-FIND-ITEM-ENTRY.

        SET ICL-IDX TO 1.
        SEARCH ITEM-CLASS-ENTRY
            AT END
                SET ICL-IDX TO ITEM-CLASS-COUNT
                SET ICL-IDX UP BY 1
            WHEN IC-WAREHOUSE-ID (ICL-IDX) = POST-WAREHOUSE-ID
                AND IC-ITEM-NUM (ICL-IDX) = POST-ITEM-NUM
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * FIND (OR ADD) THE WAREHOUSE ENTRY FOR POST-WAREHOUSE-ID AND    *
      * LEAVE WHS-IDX POINTING AT IT. IF MORE WAREHOUSES EVER APPEAR   *
      * THAN THE TABLE HOLDS, THE OVERFLOW IS LUMPED INTO THE LAST     *
      * ENTRY RATHER THAN ABENDING THE RUN.                            *
      ******************************************************************
       8100-FIND-WHSE-ENTRY.

        SET WHS-IDX TO 1.
        SEARCH WHSE-ENTRY
            AT END
                IF WHSE-TABLE-COUNT < 200
                    ADD 1 TO WHSE-TABLE-COUNT
                    SET WHS-IDX TO WHSE-TABLE-COUNT
                    INITIALIZE WHSE-ENTRY (WHS-IDX)
                    MOVE POST-WAREHOUSE-ID
                        TO WT-WAREHOUSE-ID (WHS-IDX)
                ELSE
                    SET WHS-IDX TO WHSE-TABLE-COUNT
                END-IF
            WHEN WT-WAREHOUSE-ID (WHS-IDX) = POST-WAREHOUSE-ID
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * SORT THE ITEM TABLE ON IC-SORT-KEY - A SIMPLE EXCHANGE SORT IS *
      * PLENTY FOR A MONTHLY RUN.                                      *
      ******************************************************************
       8500-SORT-ITEM-TABLE.

        PERFORM 8510-SORT-ONE-PASS
            VARYING ISORT-I FROM 1 BY 1
            UNTIL ISORT-I >= ITEM-CLASS-COUNT.
      ******************************************************************
      * ONE PASS OF THE EXCHANGE SORT.                                 *
      ******************************************************************
       8510-SORT-ONE-PASS.

        PERFORM 8520-SORT-COMPARE
            VARYING ISORT-J FROM 1 BY 1
            UNTIL ISORT-J >= ITEM-CLASS-COUNT.
      ******************************************************************
      * SWAP ADJACENT ENTRIES THAT ARE OUT OF KEY ORDER.               *
      ******************************************************************
       8520-SORT-COMPARE.

        IF IC-SORT-KEY (ISORT-J) > IC-SORT-KEY (ISORT-J + 1)
            MOVE ITEM-CLASS-ENTRY (ISORT-J)     TO ISORT-HOLD
            MOVE ITEM-CLASS-ENTRY (ISORT-J + 1)
                                      TO ITEM-CLASS-ENTRY (ISORT-J)
            MOVE ISORT-HOLD TO ITEM-CLASS-ENTRY (ISORT-J + 1)
        END-IF.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        CLOSE CLASS-FILE
              SLOTTING-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** ABCSLOT - CLASSIFICATION COUNTS               ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'AUDIT      RECDS READ          ' AUDIT-RECDS-READ.
        DISPLAY 'AUDIT      RECDS IN WINDOW     ' AUDIT-RECDS-IN-WINDOW.
        DISPLAY 'SUMMARY    RECDS READ          ' SUMMARY-RECDS-READ.
        DISPLAY 'SUMMARY    RECDS IN WINDOW     '
                SUMMARY-RECDS-IN-WINDOW.
        DISPLAY 'MOVES      NOT ON ITEMMSTR     '
                ACTIVITY-NOT-ON-MASTER.
        DISPLAY 'ITEMS      CLASSED             ' ITEMS-CLASSED.
        DISPLAY 'FAST MOVERS IN FAR BINS        ' FAST-IN-FAR-BINS.
        DISPLAY 'SLOW MOVERS IN PRIME BINS      ' SLOW-IN-PRIME-BINS.
        DISPLAY 'SWAPS      RECOMMENDED         ' SWAPS-RECOMMENDED.
        DISPLAY 'CLASS      RECDS WRITTEN       ' CLASS-RECDS-WRITTEN.
        DISPLAY "-----------------------------------------------------".
