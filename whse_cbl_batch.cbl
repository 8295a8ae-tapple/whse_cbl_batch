            FILE STATUS IS FL-STAT-STA.
        SELECT RUN-HISTORY ASSIGN TO RUNHIST
            FILE STATUS IS FL-STAT-HIS.
        SELECT PARTITION-CONTROL ASSIGN TO PARTCTL
            FILE STATUS IS FL-STAT-PTN.
        SELECT TRANSFER-HOLD-FILE ASSIGN TO XFERHOLD
            FILE STATUS IS FL-STAT-XFH.
        SELECT RECON-COUNT-FILE ASSIGN TO RECONCNT
            FILE STATUS IS FL-STAT-RCT.
        SELECT CALENDAR-CONTROL ASSIGN TO CALCTL
            FILE STATUS IS FL-STAT-CAL.
       DATA DIVISION.
       FILE SECTION.

          03 RH-COUNT-4                  PIC 9(9).
          03 RH-EXCEPTION-SW             PIC X(1).

      ******************************************************************
      * WAREHOUSE-TO-PARTITION ASSIGNMENTS FOR A PARTITIONED RUN. ONE  *
      * RECORD PER WAREHOUSE; WAREHOUSE '***' NAMES THE PARTITION THAT *
      * TAKES EVERY WAREHOUSE NOT ASSIGNED ELSEWHERE.                  *
      ******************************************************************
       FD PARTITION-CONTROL
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 PARTITION-CONTROL-RECORD.
          03 PTC-PARTITION-ID            PIC X(02).
          03 PTC-WAREHOUSE-ID            PIC X(03).
          03 FILLER                      PIC X(75).

      ******************************************************************
      * FEED RECORDS A PARTITION HANDS ON UNTOUCHED BECAUSE THEIR      *
      * COMPLETED MOVE LANDS IN A WAREHOUSE OF ANOTHER PARTITION - THE *
      * CROSS-PARTITION RUN APPLIES THEM ONCE EVERY PARTITION IS DONE. *
      ******************************************************************
       FD TRANSFER-HOLD-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 TRANSFER-HOLD-RECORD            PIC X(80).

      ******************************************************************
      * A PARTITIONED RUN'S RECONCILIATION COUNTS FOR WHSE_CBL_PARTMRG *
      * - ONE 'T' RECORD WITH THE RUN TOTALS AND ONE 'W' RECORD PER    *
      * WAREHOUSE SUBTOTAL (WRITTEN, SKIPPED AND OTHER-PARTITION ARE   *
      * RUN-LEVEL ONLY AND ZERO ON THE 'W' RECORDS).                   *
      ******************************************************************
       FD RECON-COUNT-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RECON-COUNT-RECORD.
          03 RCT-PARTITION-ID            PIC X(02).
          03 RCT-RECORD-TYPE             PIC X(01).
          03 RCT-WAREHOUSE-ID            PIC X(03).
          03 RCT-RUN-DATE                PIC 9(8).
          03 RCT-RECDS-READ              PIC 9(9).
          03 RCT-RECDS-WRITTEN           PIC 9(9).
          03 RCT-RECDS-UPDATED           PIC 9(9).
          03 RCT-RECDS-INSERTED          PIC 9(9).
          03 RCT-RECDS-DELETED           PIC 9(9).
          03 RCT-RECDS-REJECTED          PIC 9(9).
          03 RCT-RECDS-SKIPPED           PIC 9(9).
          03 RCT-RECDS-VALID-ERROR       PIC 9(9).
          03 RCT-MOVES-TRANSFERRED       PIC 9(9).
          03 RCT-MOVES-HELD-CAPACITY     PIC 9(9).
          03 RCT-RECDS-PASSED            PIC 9(9).
          03 RCT-RECDS-OTHER-PARTITION   PIC 9(9).
          03 RCT-EXCEPTION-SW            PIC X(1).

      ******************************************************************
      * SHOP BUSINESS-DAY CALENDAR, MAINTAINED THROUGH                 *
      * WHSE_CBL_CALMNT. TYPE P IS A WAREHOUSE'S WEEKLY PATTERN OF     *
      * WORKING DAYS (Y/N, MONDAY FIRST); H, S AND W ARE A HOLIDAY,    *
      * SHUTDOWN OR EXTRA WORKING DAY COVERING FROM-DATE TO TO-DATE    *
      * (ZERO = ONE DAY). WAREHOUSE '***' IS THE SHOP CALENDAR.        *
      ******************************************************************
       FD CALENDAR-CONTROL
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 CALENDAR-CONTROL-RECORD.
          03 CLC-WAREHOUSE-ID            PIC X(03).
          03 CLC-RECORD-TYPE             PIC X(01).
          03 CLC-FROM-DATE               PIC 9(08).
          03 CLC-TO-DATE                 PIC 9(08).
          03 CLC-WEEK-PATTERN            PIC X(07).
          03 CLC-DESCRIPTION             PIC X(30).
          03 FILLER                      PIC X(23).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

          03 COMPLETED-MOVE-SW       PIC    X   VALUE 'N'.
          03 AGING-EOF-SW            PIC    X   VALUE 'N'.
          03 CAPACITY-HOLD-SW        PIC    X   VALUE 'N'.
          03 PARTITION-RECORD-SW     PIC    X   VALUE 'Y'.
          03 CROSS-PARTITION-SW      PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-INP                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AGE                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-STA                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-HIS                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-PTN                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-XFH                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RCT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-CAL                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * COMMIT-FREQUENCY CONTROLS HOW MANY RECORDS ARE PROCESSED PER   *
          03 RESTART-LOT-NUM             PIC X(10) VALUE SPACES.

      ******************************************************************
      * AGING-DAYS IS HOW MANY BUSINESS DAYS A ROW MAY SIT IN A        *
      * NON-TERMINAL MOVE-STATUS (ANY FROM-STATUS IN THE TRANSITION    *
      * TABLE) WITHOUT A FEED TOUCHING IT BEFORE THE END-OF-RUN AGING  *
      * REPORT FLAGS IT. AGES COUNT THE WORKING DAYS OF THE ROW'S      *
      * WAREHOUSE ON THE CALCTL CALENDAR AFTER THE LAST-ACTIVITY DATE  *
      * UP TO AND INCLUDING THE RUN DATE, SO A WEEKEND, HOLIDAY OR     *
      * SHUTDOWN DOES NOT AGE A ROW. ZERO REPORTS EVERY SUCH ROW NOT   *
      * TOUCHED SINCE THE LAST WORKING DAY.                            *
      ******************************************************************
       01 AGING-CONTROL.
          03 AGING-DAYS                  PIC 9(3)   VALUE 000.
          03 ITEM-RECDS-VALID-ERROR      PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-TRANSFERRED           PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-HELD-CAPACITY         PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-RECDS-PASSED           PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-RECDS-OTHER-PARTITION  PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * PER-WAREHOUSE COUNTS FOR THE RECONCILIATION REPORT SO EACH     *
             05 WT-RECDS-VALID-ERROR       PIC S9(9) COMP-3.
             05 WT-MOVES-TRANSFERRED       PIC S9(9) COMP-3.
             05 WT-MOVES-HELD-CAPACITY     PIC S9(9) COMP-3.
             05 WT-RECDS-PASSED            PIC S9(9) COMP-3.

      ******************************************************************
      * WORK AREA FOR THE END-OF-RUN RECONCILIATION REPORT.            *
             05 LOM-STORAGE-LOC            PIC X(10).
             05 LOM-BIN-CAPACITY           PIC 9(05).

      ******************************************************************
      * PARTITIONED RUNS. PARTITION-ID COMES FROM THE PARM; BLANK IS   *
      * THE ORIGINAL SINGLE RUN OVER EVERY WAREHOUSE. A PARTITION RUN  *
      * APPLIES ONLY THE FEED RECORDS OF ITS OWN WAREHOUSES (THE       *
      * PARTITION TABLE, LOADED FROM PARTCTL) AND PASSES A COMPLETED   *
      * MOVE INTO ANOTHER PARTITION'S WAREHOUSE TO TRANSFER-HOLD-FILE  *
      * UNAPPLIED, SO NO TWO PARTITIONS RUNNING AT ONCE EVER TOUCH THE *
      * SAME WAREHOUSE'S ROWS. PARTITION 'XP' IS THE CROSS-PARTITION   *
      * RUN OVER THOSE PASSED RECORDS, AFTER EVERY PARTITION HAS       *
      * FINISHED - IT APPLIES EVERYTHING IT READS, PASSES NOTHING AND  *
      * LEAVES THE AGING REPORT TO THE PARTITIONS.                     *
      ******************************************************************
       01 PARTITION-CONTROL-AREA.
          03 PARTITION-ID               PIC X(02)  VALUE SPACES.
          03 CATCH-ALL-PARTITION-ID     PIC X(02)  VALUE SPACES.
          03 PTN-LOOKUP-WHSE            PIC X(03)  VALUE SPACES.
          03 PTN-OWNER-ID               PIC X(02)  VALUE SPACES.
          03 PTN-OWN-ENTRIES            PIC S9(4)  COMP VALUE ZERO.

       01 PARTITION-TABLE-COUNT            PIC S9(4) COMP VALUE ZERO.
       01 PARTITION-TABLE.
          03 PARTITION-ENTRY               OCCURS 0 TO 500 TIMES
                                 DEPENDING ON PARTITION-TABLE-COUNT
                                 INDEXED BY PTN-IDX.
             05 PTN-PARTITION-ID           PIC X(02).
             05 PTN-WAREHOUSE-ID           PIC X(03).

      ******************************************************************
      * BUSINESS-DAY CALENDAR, LOADED AT STARTUP FROM THE CALCTL       *
      * CONTROL DATASET (VALIDATED AND LISTED BY WHSE_CBL_CALMNT       *
      * BEFORE IT GOES LIVE). ONE PATTERN ENTRY PER WAREHOUSE WITH ITS *
      * OWN WORKING WEEK - CAL-SHOP-SUB POINTS AT THE SHOP ('***')     *
      * PATTERN EVERY OTHER WAREHOUSE WORKS - AND ONE DAY ENTRY FOR    *
      * EVERY DAY A HOLIDAY, SHUTDOWN OR EXTRA WORKING DAY COVERS, SO  *
      * A DATED RANGE IS EXPANDED ONCE HERE AND NOT ON EVERY AGE       *
      * COUNTED. DAY ENTRIES ARE KEPT IN WAREHOUSE/DAY ORDER AS THEY   *
      * LOAD SO A SITE'S OVERRIDE OF A SHOP DAY IS A BINARY SEARCH.    *
      ******************************************************************
       01 CALENDAR-CONTROL-AREA.
          03 CAL-LOOKUP-WHSE            PIC X(03)  VALUE SPACES.
          03 CAL-FROM-SERIAL            PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-TO-SERIAL              PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-BUSINESS-DAYS          PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-SPAN-DAYS              PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-FULL-WEEKS             PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-SCAN-FROM              PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-SCAN-SERIAL            PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-WEEK-WORK              PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-WEEK-QUOTIENT          PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-WEEKDAY                PIC S9(4) COMP   VALUE ZERO.
          03 CAL-SHOP-SUB               PIC S9(4) COMP   VALUE ZERO.
          03 CAL-LOAD-FROM              PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-LOAD-TO                PIC S9(9) COMP-3 VALUE ZERO.
          03 CAL-LOAD-WORKING-SW        PIC X(01)  VALUE SPACES.
          03 CAL-SITE-OVERRIDE-SW       PIC X(01)  VALUE SPACES.
          03 CAL-SLOT-SUB               PIC S9(8) COMP   VALUE ZERO.
          03 CAL-INSERT-DONE-SW         PIC X(01)  VALUE SPACES.

       01 CAL-PATTERN-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 CAL-PATTERN-TABLE.
          03 CPT-ENTRY                     OCCURS 0 TO 100 TIMES
                                 DEPENDING ON CAL-PATTERN-COUNT
                                 INDEXED BY CPT-IDX.
             05 CPT-WAREHOUSE-ID           PIC X(03).
             05 CPT-WEEK-PATTERN           PIC X(07).
             05 CPT-WORK-DAYS              PIC S9(4) COMP.

       01 CAL-DAY-COUNT                    PIC S9(8) COMP VALUE ZERO.
       01 CAL-DAY-TABLE.
          03 CDY-ENTRY                     OCCURS 0 TO 3000 TIMES
                                 DEPENDING ON CAL-DAY-COUNT
                                 ASCENDING KEY IS CDY-WAREHOUSE-ID
                                                  CDY-DAY-SERIAL
                                 INDEXED BY CDY-SCAN-IDX CDY-IDX.
             05 CDY-WAREHOUSE-ID           PIC X(03).
             05 CDY-DAY-SERIAL             PIC S9(9) COMP-3.
             05 CDY-WORKING-SW             PIC X(01).

       LINKAGE SECTION.
      ******************************************************************
      * OPTIONAL JCL PARM - THE 5-DIGIT COMMIT FREQUENCY, OPTIONALLY   *
      * END-OF-RUN STALE-MOVE REPORT (E.G. PARM='05000,007'). WHEN THE *
      * STEP SUPPLIES NO PARM, PARM-LEN IS ZERO AND THE COMPILED-IN    *
      * DEFAULTS ARE KEPT; PARM-LEN 5 OVERRIDES ONLY THE COMMIT        *
      * FREQUENCY. A THIRD FIELD NAMES THE PARTITION TO RUN            *
      * (PARM='01000,007,01', OR 'XP' FOR THE CROSS-PARTITION RUN).    *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-COMMIT-FREQ             PIC 9(5).
          03 FILLER                       PIC X(1).
          03 PARM-AGING-DAYS              PIC 9(3).
          03 FILLER                       PIC X(1).
          03 PARM-PARTITION-ID            PIC X(2).

       PROCEDURE DIVISION USING PARM-AREA.

          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          CALL 'CEE3JBN' USING JOB-NAME JOB-STEP-NAME
                                PROC-STEP-NAME JBN-FEEDBACK-CODE.
          IF PARM-LEN = +5 OR PARM-LEN = +9 OR PARM-LEN = +12
              MOVE PARM-COMMIT-FREQ TO COMMIT-FREQUENCY
          END-IF.
          IF PARM-LEN = +9 OR PARM-LEN = +12
              MOVE PARM-AGING-DAYS TO AGING-DAYS
          END-IF.
          IF PARM-LEN = +12
              MOVE PARM-PARTITION-ID TO PARTITION-ID
              DISPLAY 'PARTITIONED RUN - PARTITION ' PARTITION-ID
          END-IF.
          MOVE RUN-DATE TO CONV-DATE.
          PERFORM 8900-CONVERT-DATE-TO-DAYS.
          MOVE CONV-DAY-SERIAL TO RUN-DAY-SERIAL.
        PERFORM 0200-LOAD-ITEM-MASTER.
        PERFORM 0300-LOAD-LOCATION-MASTER.
        PERFORM 0400-LOAD-STATUS-TABLE.
        IF PARTITION-ID NOT = 'XP'
            PERFORM 0600-LOAD-CALENDAR
        END-IF.
        IF PARTITION-ID NOT = SPACES AND PARTITION-ID NOT = 'XP'
            PERFORM 0500-LOAD-PARTITION-TABLE
            OPEN OUTPUT TRANSFER-HOLD-FILE
            IF FL-STAT-XFH NOT = 00
              DISPLAY 'OPEN TRANSFER HOLD FILE ERROR - STAT :'
                      FL-STAT-XFH
              MOVE  +160                   TO DUMP-CODE
              CALL 'CEE3ABD' USING DUMP-CODE
            END-IF
        END-IF.

        PERFORM 1000-READ-INPUT UNTIL INP-EOF-SW = 'Y'.
        PERFORM 7000-COMMIT-CHECKPOINT.
        PERFORM 7100-CLEAR-CHECKPOINT.
        IF PARTITION-ID NOT = 'XP'
            PERFORM 6500-WRITE-AGING-REPORT
        END-IF.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

                END-IF
        END-READ.
      ******************************************************************
      * LOAD THE WAREHOUSE-TO-PARTITION ASSIGNMENTS. A WAREHOUSE IN    *
      * TWO PARTITIONS WOULD BE APPLIED TWICE, TWO CATCH-ALL RECORDS   *
      * LEAVE UNASSIGNED WAREHOUSES WITH TWO OWNERS, AND A PARTITION   *
      * WITH NO ASSIGNMENT AT ALL IS A MISKEYED PARM - ANY OF THEM     *
      * ABENDS THE RUN BEFORE ANYTHING IS APPLIED.                     *
      ******************************************************************
       0500-LOAD-PARTITION-TABLE.

        OPEN INPUT PARTITION-CONTROL.
        IF FL-STAT-PTN NOT = 00
          DISPLAY 'OPEN PARTITION CONTROL ERROR - STAT :' FL-STAT-PTN
          MOVE  +140                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        MOVE 'N' TO MASTER-EOF-SW.
        PERFORM 0510-READ-PARTITION-CONTROL UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE PARTITION-CONTROL.
        IF PTN-OWN-ENTRIES = ZERO
          DISPLAY 'PARTITION ' PARTITION-ID
                  ' HAS NO WAREHOUSES ON THE PARTITION CONTROL FILE'
          MOVE  +150                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
      ******************************************************************
      * READ ONE PARTITION CONTROL RECORD AND LOAD IT - PERFORMED FROM *
      * 0500-LOAD-PARTITION-TABLE UNTIL EOF.                           *
      ******************************************************************
       0510-READ-PARTITION-CONTROL.

        READ PARTITION-CONTROL
            AT END
                MOVE 'Y' TO MASTER-EOF-SW
            NOT AT END
                IF PTC-PARTITION-ID = PARTITION-ID
                    ADD 1 TO PTN-OWN-ENTRIES
                END-IF
                IF PTC-WAREHOUSE-ID = '***'
                    IF CATCH-ALL-PARTITION-ID NOT = SPACES
                      DISPLAY 'PARTITION CONTROL HAS TWO CATCH-ALL '
                              'RECORDS - PARTITIONS '
                              CATCH-ALL-PARTITION-ID ' AND '
                              PTC-PARTITION-ID
                      MOVE  +150                   TO DUMP-CODE
                      CALL 'CEE3ABD' USING DUMP-CODE
                    END-IF
                    MOVE PTC-PARTITION-ID TO CATCH-ALL-PARTITION-ID
                ELSE
                    SET PTN-IDX TO 1
                    SEARCH PARTITION-ENTRY
                        AT END
                            CONTINUE
                        WHEN PTN-WAREHOUSE-ID (PTN-IDX) =
                                                PTC-WAREHOUSE-ID
                          DISPLAY 'WAREHOUSE ' PTC-WAREHOUSE-ID
                                  ' IS IN PARTITIONS '
                                  PTN-PARTITION-ID (PTN-IDX) ' AND '
                                  PTC-PARTITION-ID
                          MOVE  +150                   TO DUMP-CODE
                          CALL 'CEE3ABD' USING DUMP-CODE
                    END-SEARCH
                    IF PARTITION-TABLE-COUNT < 500
                        ADD 1 TO PARTITION-TABLE-COUNT
                        MOVE PTC-PARTITION-ID TO PTN-PARTITION-ID
                                    (PARTITION-TABLE-COUNT)
                        MOVE PTC-WAREHOUSE-ID TO PTN-WAREHOUSE-ID
                                    (PARTITION-TABLE-COUNT)
                    ELSE
                      DISPLAY 'PARTITION TABLE FULL AT WAREHOUSE '
                              PTC-WAREHOUSE-ID
                      MOVE  +150                   TO DUMP-CODE
                      CALL 'CEE3ABD' USING DUMP-CODE
                    END-IF
                END-IF
        END-READ.
      ******************************************************************
      * LOAD THE BUSINESS-DAY CALENDAR FROM THE CALCTL CONTROL         *
      * DATASET. WITHOUT THE SHOP PATTERN NO WAREHOUSE WITHOUT ITS OWN *
      * COULD BE AGED, AND A CALENDAR TOO BIG FOR THE TABLES WOULD AGE *
      * ACROSS THE DROPPED HOLIDAYS AS WORKING DAYS - EITHER ABENDS    *
      * THE RUN THE SAME AS A MISSING CONTROL DATASET.                 *
      ******************************************************************
       0600-LOAD-CALENDAR.

        OPEN INPUT CALENDAR-CONTROL.
        IF FL-STAT-CAL NOT = 00
          DISPLAY 'OPEN CALENDAR CONTROL ERROR - STAT :' FL-STAT-CAL
          MOVE  +190                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        MOVE 'N' TO MASTER-EOF-SW.
        PERFORM 0610-READ-CALENDAR-CONTROL UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE CALENDAR-CONTROL.
        SET CPT-IDX TO 1.
        SEARCH CPT-ENTRY
            AT END
              DISPLAY 'CALENDAR CONTROL DATASET HAS NO SHOP PATTERN'
              MOVE  +200                   TO DUMP-CODE
              CALL 'CEE3ABD' USING DUMP-CODE
            WHEN CPT-WAREHOUSE-ID (CPT-IDX) = '***'
              SET CAL-SHOP-SUB TO CPT-IDX
        END-SEARCH.
      ******************************************************************
      * READ ONE CALENDAR RECORD AND LOAD IT - PERFORMED FROM          *
      * 0600-LOAD-CALENDAR UNTIL EOF.                                  *
      ******************************************************************
       0610-READ-CALENDAR-CONTROL.

        READ CALENDAR-CONTROL
            AT END
                MOVE 'Y' TO MASTER-EOF-SW
            NOT AT END
                IF CLC-RECORD-TYPE = 'P'
                    IF CAL-PATTERN-COUNT < 100
                        ADD 1 TO CAL-PATTERN-COUNT
                        MOVE CLC-WAREHOUSE-ID TO CPT-WAREHOUSE-ID
                                    (CAL-PATTERN-COUNT)
                        MOVE CLC-WEEK-PATTERN TO CPT-WEEK-PATTERN
                                    (CAL-PATTERN-COUNT)
                        MOVE ZERO TO CPT-WORK-DAYS (CAL-PATTERN-COUNT)
                        INSPECT CLC-WEEK-PATTERN TALLYING
                            CPT-WORK-DAYS (CAL-PATTERN-COUNT)
                            FOR ALL 'Y'
                    ELSE
                      DISPLAY 'CALENDAR PATTERN TABLE FULL AT '
                              'WAREHOUSE ' CLC-WAREHOUSE-ID
                      MOVE  +200                   TO DUMP-CODE
                      CALL 'CEE3ABD' USING DUMP-CODE
                    END-IF
                ELSE
                    PERFORM 0620-EXPAND-CALENDAR-RANGE
                END-IF
        END-READ.
      ******************************************************************
      * EXPAND ONE HOLIDAY, SHUTDOWN OR EXTRA-WORKING-DAY RECORD INTO  *
      * ONE DAY ENTRY PER DAY IT COVERS.                               *
      ******************************************************************
       0620-EXPAND-CALENDAR-RANGE.

        MOVE CLC-FROM-DATE TO CONV-DATE.
        PERFORM 8900-CONVERT-DATE-TO-DAYS.
        MOVE CONV-DAY-SERIAL TO CAL-LOAD-FROM.
        MOVE CONV-DAY-SERIAL TO CAL-LOAD-TO.
        IF CLC-TO-DATE NOT = ZERO
            MOVE CLC-TO-DATE TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO CAL-LOAD-TO
        END-IF.
        IF CLC-RECORD-TYPE = 'W'
            MOVE 'Y' TO CAL-LOAD-WORKING-SW
        ELSE
            MOVE 'N' TO CAL-LOAD-WORKING-SW
        END-IF.
        PERFORM 0630-LOAD-CALENDAR-DAY
            VARYING CAL-SCAN-SERIAL FROM CAL-LOAD-FROM BY 1
            UNTIL CAL-SCAN-SERIAL > CAL-LOAD-TO.
      ******************************************************************
      * ADD ONE DAY ENTRY FOR THE RANGE BEING EXPANDED, IN ITS PLACE   *
      * IN WAREHOUSE/DAY ORDER - ENTRIES THAT SORT AFTER IT MOVE UP    *
      * ONE. A CALENDAR KEYED IN ORDER MOVES NOTHING.                  *
      ******************************************************************
       0630-LOAD-CALENDAR-DAY.

        IF CAL-DAY-COUNT < 3000
            ADD 1 TO CAL-DAY-COUNT
            MOVE CAL-DAY-COUNT TO CAL-SLOT-SUB
            MOVE 'N' TO CAL-INSERT-DONE-SW
            PERFORM 0635-OPEN-CALENDAR-SLOT
                UNTIL CAL-INSERT-DONE-SW = 'Y'
            MOVE CLC-WAREHOUSE-ID    TO CDY-WAREHOUSE-ID (CAL-SLOT-SUB)
            MOVE CAL-SCAN-SERIAL     TO CDY-DAY-SERIAL (CAL-SLOT-SUB)
            MOVE CAL-LOAD-WORKING-SW TO CDY-WORKING-SW (CAL-SLOT-SUB)
        ELSE
          DISPLAY 'CALENDAR DAY TABLE FULL AT WAREHOUSE '
                  CLC-WAREHOUSE-ID ' FROM ' CLC-FROM-DATE
          MOVE  +200                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
      ******************************************************************
      * SLOT CAL-SLOT-SUB IS FREE. IF THE ENTRY BELOW IT SORTS AFTER  *
      * THE DAY BEING ADDED, MOVE THAT ENTRY UP INTO THE SLOT;         *
      * OTHERWISE THE SLOT IS WHERE THE NEW DAY GOES.                  *
      ******************************************************************
       0635-OPEN-CALENDAR-SLOT.

        IF CAL-SLOT-SUB = 1
            MOVE 'Y' TO CAL-INSERT-DONE-SW
        ELSE
            IF CDY-WAREHOUSE-ID (CAL-SLOT-SUB - 1) > CLC-WAREHOUSE-ID
                    OR (CDY-WAREHOUSE-ID (CAL-SLOT-SUB - 1) =
                                                    CLC-WAREHOUSE-ID
                        AND CDY-DAY-SERIAL (CAL-SLOT-SUB - 1) >
                                                    CAL-SCAN-SERIAL)
                MOVE CDY-ENTRY (CAL-SLOT-SUB - 1)
                                    TO CDY-ENTRY (CAL-SLOT-SUB)
                SUBTRACT 1 FROM CAL-SLOT-SUB
            ELSE
                MOVE 'Y' TO CAL-INSERT-DONE-SW
            END-IF
        END-IF.
      ******************************************************************
      * READ INPUT RECORD. A PARTITION RUN COUNTS ANOTHER PARTITION'S  *
      * RECORDS SEPARATELY AND OTHERWISE IGNORES THEM - THEY ARE NOT   *
      * READ FOR ITS RECONCILIATION AND NEVER REACH THE RESTART SKIP.  *
      ******************************************************************
       1000-READ-INPUT.
        READ INFILE
            AT END MOVE 'Y'     TO INP-EOF-SW.
        IF INP-EOF-SW = 'N'
            MOVE 'Y' TO PARTITION-RECORD-SW
            IF PARTITION-ID NOT = SPACES AND PARTITION-ID NOT = 'XP'
                PERFORM 1050-CHECK-PARTITION
            END-IF
        END-IF.
        IF INP-EOF-SW = 'N' AND PARTITION-RECORD-SW = 'Y'
            ADD +1 TO ITEM-RECDS-READ
            IF RESTART-SW = 'Y'
                PERFORM 1100-CHECK-RESTART-SKIP
            END-IF
            END-IF.
      ******************************************************************
      * DOES THIS FEED RECORD'S WAREHOUSE (BYTES 3-5, AFTER THE        *
      * TRANSACTION CODE AND ITS COMMA) BELONG TO THIS PARTITION?      *
      ******************************************************************
       1050-CHECK-PARTITION.

        MOVE INPUT-RECORD (3:3) TO PTN-LOOKUP-WHSE.
        PERFORM 8700-FIND-PARTITION.
        IF PTN-OWNER-ID NOT = PARTITION-ID
            MOVE 'N' TO PARTITION-RECORD-SW
            ADD 1 TO ITEM-RECDS-OTHER-PARTITION
        END-IF.
      ******************************************************************
      * SKIP RECORDS ALREADY COMMITTED ON A PRIOR RUN. THE RECORD      *
      * CARRYING THE RESTART KEY WAS THE LAST ONE COMMITTED, SO IT IS  *
      * SKIPPED TOO AND NORMAL PROCESSING RESUMES ON THE NEXT RECORD.  *
      * A SKIPPED CROSS-PARTITION TRANSFER IS COUNTED AS PASSED.       *
      ******************************************************************
       1100-CHECK-RESTART-SKIP.

      *  KEY.
        INITIALIZE SAMPLE-TABLE-DATA.
        MOVE SPACES TO QUANTITY-ALPHA.
        MOVE SPACES TO EXPIRY-ALPHA.
        UNSTRING INPUT-RECORD DELIMITED BY ','
                INTO TRANS-CODE , WAREHOUSE-ID , ITEM-NUM ,
                     STORAGE-LOC , MOV-STATUS , QUANTITY-ALPHA ,
                     DEST-BIN , LOT-NUM , EXPIRY-ALPHA , DEST-WHSE
        END-UNSTRING.
      *  A TRANSFER THE ABENDED RUN PASSED ON IS ALREADY ON THE HOLD
      *  FILE, AND THE CROSS-PARTITION RUN WILL READ IT THERE, SO IT
      *  IS COUNTED AS PASSED RATHER THAN SKIPPED - OTHERWISE THE
      *  MERGED RECONCILIATION WOULD SHOW THE CROSS-PARTITION RUN
      *  READING MORE TRANSFERS THAN THE PARTITIONS PASSED.
        MOVE MOV-STATUS OF SAMPLE-TABLE-DATA TO ORIG-MOV-STATUS.
        PERFORM 2020-CHECK-CROSS-PARTITION.
        IF CROSS-PARTITION-SW = 'Y'
            PERFORM 2600-FIND-WAREHOUSE-TOTAL
            ADD 1 TO ITEM-RECDS-PASSED
            ADD 1 TO WT-RECDS-PASSED (WT-IDX)
        ELSE
            ADD 1 TO ITEM-RECDS-SKIPPED
        END-IF.
        IF WAREHOUSE-ID = RESTART-WAREHOUSE-ID
                AND ITEM-NUM = RESTART-ITEM-NUM
                AND STORAGE-LOC = RESTART-STORAGE-LOC
        MOVE MOV-STATUS OF SAMPLE-TABLE-DATA TO ORIG-MOV-STATUS.
        PERFORM 2600-FIND-WAREHOUSE-TOTAL.
        MOVE 'N' TO SQL-UPDATE-SW.
        PERFORM 2020-CHECK-CROSS-PARTITION.
        IF CROSS-PARTITION-SW = 'Y'
            PERFORM 2700-PASS-CROSS-PARTITION
        ELSE
            PERFORM 2050-APPLY-INPUT
        END-IF.
        PERFORM 2200-COMMIT-CHECK.
      ******************************************************************
      * SETTLE THE RECEIVING WAREHOUSE OF ONE PARSED FEED RECORD AND   *
      * WHETHER IT IS A COMPLETED MOVE THAT ANOTHER PARTITION'S        *
      * WAREHOUSE RECEIVES. SHARED BY THE APPLY PATH AND THE RESTART   *
      * SKIP, SO A RESTARTED PARTITION RECOGNISES THE TRANSFERS ITS    *
      * ABENDED RUN ALREADY PASSED ON.                                 *
      ******************************************************************
       2020-CHECK-CROSS-PARTITION.

        MOVE 'N' TO COMPLETED-MOVE-SW.
      *  THE RECEIVING WAREHOUSE IS SETTLED BEFORE THE COMPLETED-MOVE
      *  TEST BECAUSE THE TEST DEPENDS ON IT: AN INTER-WAREHOUSE
                MOVE 'Y' TO COMPLETED-MOVE-SW
            END-IF
        END-IF.
        MOVE 'N' TO CROSS-PARTITION-SW.
        IF COMPLETED-MOVE-SW = 'Y'
                AND RECEIVE-WAREHOUSE-ID NOT =
                                WAREHOUSE-ID OF SAMPLE-TABLE-DATA
                AND PARTITION-ID NOT = SPACES
                AND PARTITION-ID NOT = 'XP'
            MOVE RECEIVE-WAREHOUSE-ID TO PTN-LOOKUP-WHSE
            PERFORM 8700-FIND-PARTITION
            IF PTN-OWNER-ID NOT = PARTITION-ID
                MOVE 'Y' TO CROSS-PARTITION-SW
            END-IF
        END-IF.
      ******************************************************************
      * APPLY ONE PARSED FEED RECORD TO THE TABLE AND WRITE ITS OUTPUT *
      * AND MOVE ADVICE.                                               *
      ******************************************************************
       2050-APPLY-INPUT.

      *  THE RECEIVING STATUS WAITS UNTIL AFTER THE TRANSITION - A
      *  SAME-SITE MOVE RECEIVES AT THE TRANSITIONED STATUS.
        IF RECEIVE-WAREHOUSE-ID NOT =
                AND SQL-UPDATE-SW = 'Y'
            PERFORM 5100-WRITE-MOVE-ADVICE
        END-IF.
      ******************************************************************
      * COMMIT EVERY COMMIT-FREQUENCY RECORDS AND DROP A CHECKPOINT SO *
      * A WARM RESTART KNOWS HOW FAR THE PRIOR RUN GOT.                *
        END-SEARCH.
        ADD 1 TO WT-RECDS-READ (WT-IDX).
      ******************************************************************
      * A COMPLETED MOVE INTO ANOTHER PARTITION'S WAREHOUSE IS NOT     *
      * APPLIED HERE - BOTH SIDES WAIT FOR THE CROSS-PARTITION RUN SO  *
      * THE RELIEF AND THE RECEIPT STAY ONE UNIT OF WORK AND THIS RUN  *
      * NEVER TOUCHES ROWS ANOTHER PARTITION MAY BE UPDATING. THE FEED *
      * RECORD GOES TO THE HOLD FILE AS READ.                          *
      ******************************************************************
       2700-PASS-CROSS-PARTITION.

        MOVE INPUT-RECORD TO TRANSFER-HOLD-RECORD.
        WRITE TRANSFER-HOLD-RECORD.
        IF FL-STAT-XFH NOT = 00
          DISPLAY 'WRITE TRANSFER HOLD FILE ERROR - STAT :' FL-STAT-XFH
          MOVE  +170                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
        ADD 1 TO ITEM-RECDS-PASSED.
        ADD 1 TO WT-RECDS-PASSED (WT-IDX).
      ******************************************************************
      * FILL THE AUDIT KEY AND AFTER-IMAGE FROM THE INPUT RECORD - THE *
      * ORDINARY SINGLE-ROW UPDATE AND INSERT PATHS AUDIT THE ROW      *
      * EXACTLY AS THE FEED RECORD LEFT IT. THE TWO-SIDED COMPLETED-   *

        MOVE 'N' TO RECON-EXCEPTION-SW.
        COMPUTE RECON-EXPECTED-PROC =
            OUTPUT-RECDS-WRITTEN + ITEM-RECDS-SKIPPED
            + ITEM-RECDS-PASSED.
        IF ITEM-RECDS-READ NOT = RECON-EXPECTED-PROC
            MOVE 'Y' TO RECON-EXCEPTION-SW
        END-IF.
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        IF PARTITION-ID NOT = SPACES
            MOVE SPACES TO RECON-REPORT-LINE
            STRING 'PARTITION ' PARTITION-ID
                   ' - SEE THE WHSE_CBL_PARTMRG REPORT FOR THE '
                   'NIGHT''S SIGN-OFF'
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
        END-IF.

        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        END-STRING.
        WRITE RECON-REPORT-LINE.

        IF PARTITION-ID NOT = SPACES
            MOVE ITEM-RECDS-PASSED TO RECON-NUM-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING 'MOVES PASSED CROSS-PARTITION ' DELIMITED BY SIZE
                   RECON-NUM-EDIT               DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
            MOVE ITEM-RECDS-OTHER-PARTITION TO RECON-NUM-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING 'RECORDS FOR OTHER PARTITIONS ' DELIMITED BY SIZE
                   RECON-NUM-EDIT               DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
        END-IF.

        PERFORM 6150-WRITE-WHSE-SUBTOTAL
            VARYING WT-IDX FROM 1 BY 1
            UNTIL WT-IDX > WAREHOUSE-TOTAL-COUNT.
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        IF PARTITION-ID NOT = SPACES
            MOVE WT-RECDS-PASSED (WT-IDX) TO RECON-NUM-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING '  MOVES PASSED CROSS-PARTITN ' DELIMITED BY SIZE
                   RECON-NUM-EDIT               DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
        END-IF.
      ******************************************************************
      * END-OF-RUN STALE-MOVE AGING REPORT. EVERY ROW STILL IN A       *
      * NON-TERMINAL MOVE-STATUS - ANYTHING APPEARING AS A FROM-STATUS *
      * IN THE TRANSITION TABLE LOADED FROM STATCTL - WHOSE            *
      * LAST-ACTIVITY DATE IS MORE THAN AGING-DAYS BUSINESS DAYS OLD   *
      * IS LISTED OLDEST FIRST AND BUCKETED 1-3 / 4-7 / 8+ BUSINESS    *
      * DAYS, SO SUPERVISORS CAN CHASE STUCK MOVES DAILY INSTEAD OF    *
      * FINDING THEM AT YEAR-END INVENTORY. THE CURSOR FETCHES EVERY   *
      * ROW AND THE NON-TERMINAL TEST IS MADE AGAINST THE IN-MEMORY    *
      * TABLE, SO THE STATUS LIST GROWS WITH THE CONTROL DATASET       *
      * INSTEAD OF BEING CAPPED AT A FIXED NUMBER OF HOST VARIABLES.   *
      ******************************************************************
       6500-WRITE-AGING-REPORT.

        STRING 'NON-TERMINAL ROWS IDLE MORE THAN '
               DELIMITED BY SIZE
               AGING-DAYS                  DELIMITED BY SIZE
               ' BUSINESS DAYS, OLDEST FIRST' DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
        END-STRING.
        WRITE AGING-REPORT-LINE.
        MOVE SPACES TO AGING-REPORT-LINE.
        STRING 'CALENDAR BASIS: BUSINESS DAYS - EACH WAREHOUSE''S '
               DELIMITED BY SIZE
               'CALCTL CALENDAR'           DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
        END-STRING.
        WRITE AGING-REPORT-LINE.
        IF PARTITION-ID NOT = SPACES
            MOVE SPACES TO AGING-REPORT-LINE
            STRING 'PARTITION ' PARTITION-ID
                   ' - ITS OWN WAREHOUSES ONLY'
                   DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
            END-STRING
            WRITE AGING-REPORT-LINE
        END-IF.
        MOVE ALL '-' TO AGING-REPORT-LINE.
        WRITE AGING-REPORT-LINE.

        WRITE AGING-REPORT-LINE.
        MOVE AGE-BUCKET-1-3 TO RECON-NUM-EDIT.
        MOVE SPACES TO AGING-REPORT-LINE.
        STRING 'ROWS IDLE 1-3 BUSINESS DAYS  ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
        END-STRING.
        WRITE AGING-REPORT-LINE.
        MOVE AGE-BUCKET-4-7 TO RECON-NUM-EDIT.
        MOVE SPACES TO AGING-REPORT-LINE.
        STRING 'ROWS IDLE 4-7 BUSINESS DAYS  ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
        END-STRING.
        WRITE AGING-REPORT-LINE.
        MOVE AGE-BUCKET-8-UP TO RECON-NUM-EDIT.
        MOVE SPACES TO AGING-REPORT-LINE.
        STRING 'ROWS IDLE 8+ BUSINESS DAYS   ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
        END-STRING.
      * A FROM-STATUS IN THE TRANSITION TABLE ARE AT REST AND ARE      *
      * SKIPPED. A ROW THAT HAS NEVER BEEN STAMPED (DATE ZERO, LOADED  *
      * BEFORE THE COLUMN EXISTED) AGES FROM DAY ZERO AND SO ALWAYS    *
      * REPORTS IN THE OLDEST BUCKET. A PARTITION RUN AGES ONLY ITS    *
      * OWN WAREHOUSES' ROWS.                                          *
      ******************************************************************
       6520-AGE-ONE-ROW.

        MOVE 'Y' TO PARTITION-RECORD-SW.
        IF PARTITION-ID NOT = SPACES
            MOVE AGE-WAREHOUSE-ID TO PTN-LOOKUP-WHSE
            PERFORM 8700-FIND-PARTITION
            IF PTN-OWNER-ID NOT = PARTITION-ID
                MOVE 'N' TO PARTITION-RECORD-SW
            END-IF
        END-IF.
        IF PARTITION-RECORD-SW = 'Y'
            SET STT-IDX TO 1
            SEARCH STT-ENTRY
                AT END
                    CONTINUE
                WHEN STT-FROM-STATUS (STT-IDX) = AGE-MOV-STATUS
                    PERFORM 6530-AGE-NON-TERMINAL
            END-SEARCH
        END-IF.
        PERFORM 6510-FETCH-AGING-ROW.
      ******************************************************************
      * BUCKET AND REPORT ONE NON-TERMINAL ROW PAST THE AGING LIMIT.   *
        ELSE
            MOVE AGE-LAST-ACTIVITY TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE AGE-WAREHOUSE-ID TO CAL-LOOKUP-WHSE
            MOVE CONV-DAY-SERIAL  TO CAL-FROM-SERIAL
            MOVE RUN-DAY-SERIAL   TO CAL-TO-SERIAL
            PERFORM 8800-COUNT-BUSINESS-DAYS
            MOVE CAL-BUSINESS-DAYS TO AGE-DAYS
        END-IF.
        IF AGE-DAYS > AGING-DAYS
            ADD 1 TO AGING-ROWS-REPORTED
            WRITE AGING-REPORT-LINE
        END-IF.
      ******************************************************************
      * WHICH PARTITION OWNS WAREHOUSE PTN-LOOKUP-WHSE? AN UNASSIGNED  *
      * WAREHOUSE BELONGS TO THE CATCH-ALL PARTITION, OR TO NONE (THE  *
      * OWNER COMES BACK BLANK) WHEN THERE IS NO CATCH-ALL.            *
      ******************************************************************
       8700-FIND-PARTITION.

        MOVE CATCH-ALL-PARTITION-ID TO PTN-OWNER-ID.
        SET PTN-IDX TO 1.
        SEARCH PARTITION-ENTRY
            AT END
                CONTINUE
            WHEN PTN-WAREHOUSE-ID (PTN-IDX) = PTN-LOOKUP-WHSE
                MOVE PTN-PARTITION-ID (PTN-IDX) TO PTN-OWNER-ID
        END-SEARCH.
      ******************************************************************
      * COUNT THE WORKING DAYS OF WAREHOUSE CAL-LOOKUP-WHSE AFTER      *
      * CAL-FROM-SERIAL UP TO AND INCLUDING CAL-TO-SERIAL, INTO        *
      * CAL-BUSINESS-DAYS. WHOLE WEEKS COUNT STRAIGHT FROM THE WEEKLY  *
      * PATTERN (THE WAREHOUSE'S OWN, ELSE THE SHOP'S) AND ONLY THE    *
      * ODD DAYS LEFT OVER ARE TESTED ONE BY ONE; EVERY DATED DAY IN   *
      * THE SPAN THEN CORRECTS THE COUNT WHERE IT DISAGREES WITH THE   *
      * PATTERN. THE WAREHOUSE'S OWN DATED DAY BEATS THE SHOP'S FOR    *
      * THE SAME DATE. A SPAN THAT DOES NOT RUN FORWARD COUNTS ZERO.   *
      ******************************************************************
       8800-COUNT-BUSINESS-DAYS.

        MOVE ZERO TO CAL-BUSINESS-DAYS.
        SET CPT-IDX TO 1.
        SEARCH CPT-ENTRY
            AT END
                SET CPT-IDX TO CAL-SHOP-SUB
            WHEN CPT-WAREHOUSE-ID (CPT-IDX) = CAL-LOOKUP-WHSE
                CONTINUE
        END-SEARCH.
        IF CAL-TO-SERIAL > CAL-FROM-SERIAL
            COMPUTE CAL-SPAN-DAYS = CAL-TO-SERIAL - CAL-FROM-SERIAL
            DIVIDE CAL-SPAN-DAYS BY 7 GIVING CAL-FULL-WEEKS
            COMPUTE CAL-BUSINESS-DAYS =
                CAL-FULL-WEEKS * CPT-WORK-DAYS (CPT-IDX)
            COMPUTE CAL-SCAN-FROM =
                CAL-FROM-SERIAL + CAL-FULL-WEEKS * 7 + 1
            PERFORM 8810-COUNT-PATTERN-DAY
                VARYING CAL-SCAN-SERIAL FROM CAL-SCAN-FROM BY 1
                UNTIL CAL-SCAN-SERIAL > CAL-TO-SERIAL
            PERFORM 8820-APPLY-DATED-DAY
                VARYING CDY-IDX FROM 1 BY 1
                UNTIL CDY-IDX > CAL-DAY-COUNT
        END-IF.
      ******************************************************************
      * ONE LEFT-OVER DAY, COUNTED IF THE WEEKLY PATTERN WORKS IT.     *
      ******************************************************************
       8810-COUNT-PATTERN-DAY.

        PERFORM 8840-FIND-WEEKDAY.
        IF CPT-WEEK-PATTERN (CPT-IDX) (CAL-WEEKDAY:1) = 'Y'
            ADD 1 TO CAL-BUSINESS-DAYS
        END-IF.
      ******************************************************************
      * ONE DATED DAY - APPLIED IF IT FALLS IN THE SPAN AND IS THE     *
      * WAREHOUSE'S OWN, OR THE SHOP'S WITH NO SITE ENTRY FOR THE      *
      * DATE.                                                          *
      ******************************************************************
       8820-APPLY-DATED-DAY.

        IF CDY-DAY-SERIAL (CDY-IDX) > CAL-FROM-SERIAL
                AND CDY-DAY-SERIAL (CDY-IDX) NOT > CAL-TO-SERIAL
            IF CDY-WAREHOUSE-ID (CDY-IDX) = CAL-LOOKUP-WHSE
                PERFORM 8830-ADJUST-FOR-DAY
            ELSE
                IF CDY-WAREHOUSE-ID (CDY-IDX) = '***'
                    PERFORM 8835-CHECK-SITE-OVERRIDE
                    IF CAL-SITE-OVERRIDE-SW = 'N'
                        PERFORM 8830-ADJUST-FOR-DAY
                    END-IF
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * A HOLIDAY OR SHUTDOWN ON A PATTERN WORKING DAY TAKES ONE OFF   *
      * THE COUNT; AN EXTRA WORKING DAY ON A PATTERN DAY OFF ADDS ONE. *
      ******************************************************************
       8830-ADJUST-FOR-DAY.

        MOVE CDY-DAY-SERIAL (CDY-IDX) TO CAL-SCAN-SERIAL.
        PERFORM 8840-FIND-WEEKDAY.
        IF CPT-WEEK-PATTERN (CPT-IDX) (CAL-WEEKDAY:1) = 'Y'
            IF CDY-WORKING-SW (CDY-IDX) = 'N'
                SUBTRACT 1 FROM CAL-BUSINESS-DAYS
            END-IF
        ELSE
            IF CDY-WORKING-SW (CDY-IDX) = 'Y'
                ADD 1 TO CAL-BUSINESS-DAYS
            END-IF
        END-IF.
      ******************************************************************
      * DOES THE WAREHOUSE HAVE ITS OWN DATED ENTRY ON THE SAME DAY AS *
      * THE SHOP ENTRY AT CDY-IDX? SETS CAL-SITE-OVERRIDE-SW. THE      *
      * BINARY SEARCH RUNS ON CDY-SCAN-IDX, LEAVING CDY-IDX ALONE.     *
      ******************************************************************
       8835-CHECK-SITE-OVERRIDE.

        MOVE 'N' TO CAL-SITE-OVERRIDE-SW.
        MOVE CDY-DAY-SERIAL (CDY-IDX) TO CAL-SCAN-SERIAL.
        SEARCH ALL CDY-ENTRY
            AT END
                CONTINUE
            WHEN CDY-WAREHOUSE-ID (CDY-SCAN-IDX) = CAL-LOOKUP-WHSE
                    AND CDY-DAY-SERIAL (CDY-SCAN-IDX) = CAL-SCAN-SERIAL
                MOVE 'Y' TO CAL-SITE-OVERRIDE-SW
        END-SEARCH.
      ******************************************************************
      * DAY OF THE WEEK OF DAY SERIAL CAL-SCAN-SERIAL INTO             *
      * CAL-WEEKDAY, 1 = MONDAY THROUGH 7 = SUNDAY (DAY SERIAL 1,      *
      * 0001-01-01, WAS A MONDAY).                                     *
      ******************************************************************
       8840-FIND-WEEKDAY.

        SUBTRACT 1 FROM CAL-SCAN-SERIAL GIVING CAL-WEEK-WORK.
        DIVIDE CAL-WEEK-WORK BY 7
            GIVING CAL-WEEK-QUOTIENT REMAINDER CAL-WEEKDAY.
        ADD 1 TO CAL-WEEKDAY.
      ******************************************************************
      * GREGORIAN DATE IN CONV-DATE TO DAY SERIAL IN CONV-DAY-SERIAL.  *
      * THE DIVIDES MUST STAY SEPARATE STATEMENTS SO EACH QUOTIENT IS  *
      * TRUNCATED TO A WHOLE NUMBER BEFORE THE SUM, WHICH A SINGLE     *
            DISPLAY 'RUN HISTORY RECORD NOT WRITTEN'
        ELSE
            MOVE RUN-DATE             TO RH-RUN-DATE
            IF PARTITION-ID = SPACES
                MOVE 'WHSEBAT '       TO RH-STEP-NAME
            ELSE
                MOVE SPACES           TO RH-STEP-NAME
                STRING 'WHSEB' PARTITION-ID DELIMITED BY SIZE
                       INTO RH-STEP-NAME
                END-STRING
            END-IF
            MOVE ITEM-RECDS-READ      TO RH-COUNT-1
            COMPUTE RH-COUNT-2 =
                ITEM-RECDS-UPDATED + ITEM-RECDS-INSERTED
            CLOSE RUN-HISTORY
        END-IF.
      ******************************************************************
      * A PARTITION RUN'S COUNTS FOR WHSE_CBL_PARTMRG - THE RUN TOTALS *
      * AND THEN ONE RECORD PER WAREHOUSE SUBTOTAL. THE MERGE CANNOT   *
      * SIGN OFF THE NIGHT WITHOUT THEM, SO A FAILED OPEN ABENDS.      *
      ******************************************************************
       9600-WRITE-RECON-COUNTS.

        OPEN OUTPUT RECON-COUNT-FILE.
        IF FL-STAT-RCT NOT = 00
          DISPLAY 'OPEN RECON COUNT FILE ERROR - STAT :' FL-STAT-RCT
          MOVE  +180                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
        INITIALIZE RECON-COUNT-RECORD.
        MOVE PARTITION-ID               TO RCT-PARTITION-ID.
        MOVE 'T'                        TO RCT-RECORD-TYPE.
        MOVE RUN-DATE                   TO RCT-RUN-DATE.
        MOVE ITEM-RECDS-READ            TO RCT-RECDS-READ.
        MOVE OUTPUT-RECDS-WRITTEN       TO RCT-RECDS-WRITTEN.
        MOVE ITEM-RECDS-UPDATED         TO RCT-RECDS-UPDATED.
        MOVE ITEM-RECDS-INSERTED        TO RCT-RECDS-INSERTED.
        MOVE ITEM-RECDS-DELETED         TO RCT-RECDS-DELETED.
        MOVE ITEM-RECDS-REJECTED        TO RCT-RECDS-REJECTED.
        MOVE ITEM-RECDS-SKIPPED         TO RCT-RECDS-SKIPPED.
        MOVE ITEM-RECDS-VALID-ERROR     TO RCT-RECDS-VALID-ERROR.
        MOVE MOVES-TRANSFERRED          TO RCT-MOVES-TRANSFERRED.
        MOVE MOVES-HELD-CAPACITY        TO RCT-MOVES-HELD-CAPACITY.
        MOVE ITEM-RECDS-PASSED          TO RCT-RECDS-PASSED.
        MOVE ITEM-RECDS-OTHER-PARTITION TO RCT-RECDS-OTHER-PARTITION.
        MOVE RECON-EXCEPTION-SW         TO RCT-EXCEPTION-SW.
        WRITE RECON-COUNT-RECORD.
        PERFORM 9610-WRITE-WHSE-COUNT
            VARYING WT-IDX FROM 1 BY 1
            UNTIL WT-IDX > WAREHOUSE-TOTAL-COUNT.
        CLOSE RECON-COUNT-FILE.
      ******************************************************************
      * ONE WAREHOUSE SUBTOTAL RECORD - PERFORMED FROM 9600 ABOVE.     *
      ******************************************************************
       9610-WRITE-WHSE-COUNT.

        INITIALIZE RECON-COUNT-RECORD.
        MOVE PARTITION-ID               TO RCT-PARTITION-ID.
        MOVE 'W'                        TO RCT-RECORD-TYPE.
        MOVE WT-WAREHOUSE-ID (WT-IDX)   TO RCT-WAREHOUSE-ID.
        MOVE RUN-DATE                   TO RCT-RUN-DATE.
        MOVE WT-RECDS-READ (WT-IDX)     TO RCT-RECDS-READ.
        MOVE WT-RECDS-UPDATED (WT-IDX)  TO RCT-RECDS-UPDATED.
        MOVE WT-RECDS-INSERTED (WT-IDX) TO RCT-RECDS-INSERTED.
        MOVE WT-RECDS-DELETED (WT-IDX)  TO RCT-RECDS-DELETED.
        MOVE WT-RECDS-REJECTED (WT-IDX) TO RCT-RECDS-REJECTED.
        MOVE WT-RECDS-VALID-ERROR (WT-IDX)
                                        TO RCT-RECDS-VALID-ERROR.
        MOVE WT-MOVES-TRANSFERRED (WT-IDX)
                                        TO RCT-MOVES-TRANSFERRED.
        MOVE WT-MOVES-HELD-CAPACITY (WT-IDX)
                                        TO RCT-MOVES-HELD-CAPACITY.
        MOVE WT-RECDS-PASSED (WT-IDX)   TO RCT-RECDS-PASSED.
        WRITE RECON-COUNT-RECORD.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        PERFORM 6100-WRITE-RECON-REPORT.
        PERFORM 9500-WRITE-RUN-HISTORY.
        IF PARTITION-ID NOT = SPACES
            PERFORM 9600-WRITE-RECON-COUNTS
        END-IF.
        IF PARTITION-ID NOT = SPACES AND PARTITION-ID NOT = 'XP'
            CLOSE TRANSFER-HOLD-FILE
        END-IF.
        CLOSE INFILE
              OUT
              REJECT-FILE
        DISPLAY 'COMPLETED  MOVES TRANSFERRED   ' MOVES-TRANSFERRED.
        DISPLAY 'MOVES      HELD - BIN CAPACITY ' MOVES-HELD-CAPACITY.
        DISPLAY 'STALE      ROWS ON AGING RPT   ' AGING-ROWS-REPORTED.
        IF PARTITION-ID NOT = SPACES
            DISPLAY 'MOVES      PASSED CROSS-PARTN  ' ITEM-RECDS-PASSED
            DISPLAY 'RECORDS    OTHER PARTITIONS    '
                    ITEM-RECDS-OTHER-PARTITION
        END-IF.
        IF RECON-EXCEPTION-SW = 'Y'
            DISPLAY '*** RECONCILIATION EXCEPTION - COUNTS DO NOT TIE '
                    'OUT ***'
