      **************************CC109**********************************
      * MORNING VOLUME ANOMALY REPORT OVER THE RUN-HISTORY DATASET    *
      * THE NIGHTLY STEPS APPEND TO (WHSEBAT, WHSERCY, WHSEACK,       *
      * WHSECNT; A PARTITIONED UPDATE WRITES WHSEBNN PER PARTITION    *
      * AND WHSEBXP IN PLACE OF WHSEBAT). COMPARES THE LATEST NIGHT   *
      * ON FILE AGAINST EACH STEP'S TRAILING AVERAGE OVER THE PARM    *
      * WINDOW AND FLAGS:                                             *
      *   - A STEP THAT WROTE NO RECORD FOR THE NIGHT,                *
      *   - RECORDS READ FAR ABOVE OR BELOW THE RECENT AVERAGE        *
      *     (MORE THAN DOUBLE, OR LESS THAN HALF),                    *
      *   - THE ERROR COUNT (SLOT 3) SPIKING PAST DOUBLE ITS AVERAGE, *
      *   - ZERO COMPLETED MOVES FROM WHSEBAT, OR FROM ANY PARTITION  *
      *     BUT THE CROSS-PARTITION RUN, ON A SCHEDULED NIGHT,        *
      *   - A RECONCILIATION EXCEPTION CARRIED ON THE RECORD.         *
      * A NIGHT IS SCHEDULED WHEN ITS RUN DATE IS A WORKING DAY ON    *
      * THE SHOP CALENDAR (CALCTL WAREHOUSE '***'). ON ANY OTHER      *
      * NIGHT A STEP IS NOT EXPECTED TO RUN, SO ONLY THE ERROR AND    *
      * RECONCILIATION CHECKS ARE MADE, AND THE TRAILING WINDOW AND   *
      * ITS AVERAGES COVER SCHEDULED NIGHTS ONLY.                     *
      * ONE PAGE, EXCEPTIONS FIRST, SO THE 6 AM CHECK TAKES TWO       *
      * MINUTES INSTEAD OF PAGING THROUGH FOUR SYSOUTS.               *
      ******************************************************************
            FILE STATUS IS FL-STAT-HIS.
        SELECT WATCH-REPORT ASSIGN TO WATCHRPT
            FILE STATUS IS FL-STAT-RPT.
        SELECT CALENDAR-CONTROL ASSIGN TO CALCTL
            FILE STATUS IS FL-STAT-CAL.
       DATA DIVISION.
       FILE SECTION.

          BLOCK CONTAINS 0 CHARACTERS.
       01 WATCH-REPORT-LINE                PIC X(80).

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

       01   PROGRAM-WORK-AREA.

       01 SWITCHES.
          03 HIS-EOF-SW              PIC    X   VALUE 'N'.
          03 NIGHT-SCHEDULED-SW      PIC    X   VALUE 'N'.
          03 CAL-EOF-SW              PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-HIS                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-CAL                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * WINDOW-DAYS IS HOW MANY SCHEDULED NIGHTS THE TRAILING AVERAGE  *
      * LOOKS BACK OVER, NOT COUNTING THE NIGHT BEING REVIEWED - SO A  *
      * LONG WEEKEND OR SHUTDOWN WIDENS THE WINDOW IN CALENDAR DAYS    *
      * RATHER THAN THINNING IT. THE SEARCH BACK STOPS AT              *
      * WINDOW-LIMIT-SERIAL IN CASE THE CALENDAR HOLDS FEWER WORKING   *
      * DAYS THAN ASKED FOR. OVERRIDABLE THROUGH THE JCL PARM THE SAME *
      * WAY WHSE_CBL_BATCH TAKES ITS COMMIT FREQUENCY.                 *
      ******************************************************************
       01 WATCH-CONTROL.
          03 WINDOW-DAYS                 PIC 9(3)   VALUE 028.
          03 WINDOW-FROM-SERIAL          PIC S9(9) COMP-3 VALUE ZERO.
          03 LATEST-SERIAL               PIC S9(9) COMP-3 VALUE ZERO.
          03 REC-SERIAL                  PIC S9(9) COMP-3 VALUE ZERO.
          03 WINDOW-NIGHTS-FOUND         PIC S9(5) COMP-3 VALUE ZERO.
          03 WINDOW-LIMIT-SERIAL         PIC S9(9) COMP-3 VALUE ZERO.

       01 COUNTRIES.
          03 HISTORY-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * GREGORIAN DATE TO DAY-SERIAL CONVERSION WORK AREA - USED TO    *
      * BOUND THE TRAILING WINDOW AND TO PLACE EACH NIGHT ON THE       *
      * CALENDAR. MONTH-OFFSET HOLDS THE CUMULATIVE DAYS BEFORE EACH   *
      * MONTH IN A COMMON YEAR; FEBRUARY OF A LEAP YEAR IS CORRECTED   *
      * AFTER THE TABLE LOOKUP.                                        *
      ******************************************************************
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
          03 MONTH-OFFSET               PIC 9(3) OCCURS 12 TIMES.

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
      * OPTIONAL JCL PARM - A 3-DIGIT TRAILING-WINDOW OVERRIDE IN      *
      * SCHEDULED NIGHTS (E.G. PARM='014'). WHEN THE STEP SUPPLIES NO  *
      * PARM, PARM-LEN IS ZERO AND THE COMPILED-IN DEFAULT IS KEPT.    *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.

        PERFORM 1000-READ-HISTORY UNTIL HIS-EOF-SW = 'Y'.
        CLOSE RUN-HISTORY.
        PERFORM 0600-LOAD-CALENDAR.
        PERFORM 2000-FIND-LATEST-NIGHT.
        PERFORM 3000-GATHER-STEP-STATS.
        PERFORM 4000-WRITE-EXCEPTIONS.
        GOBACK.

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
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        MOVE 'N' TO CAL-EOF-SW.
        PERFORM 0610-READ-CALENDAR-CONTROL UNTIL CAL-EOF-SW = 'Y'.
        CLOSE CALENDAR-CONTROL.
        SET CPT-IDX TO 1.
        SEARCH CPT-ENTRY
            AT END
              DISPLAY 'CALENDAR CONTROL DATASET HAS NO SHOP PATTERN'
              MOVE  +40                   TO DUMP-CODE
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
                MOVE 'Y' TO CAL-EOF-SW
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
                      MOVE  +40                   TO DUMP-CODE
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
          MOVE  +40                   TO DUMP-CODE
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
      * READ ONE HISTORY RECORD INTO THE TABLE.                        *
      ******************************************************************
       1000-READ-HISTORY.
        END-IF.
      ******************************************************************
      * THE NIGHT UNDER REVIEW IS THE LATEST RUN DATE ON FILE, AND THE *
      * TRAILING WINDOW RUNS BACK FROM IT UNTIL IT HOLDS WINDOW-DAYS   *
      * SCHEDULED NIGHTS. WHETHER THE NIGHT ITSELF WAS SCHEDULED ON    *
      * THE SHOP CALENDAR DECIDES THE MISSING-STEP, VOLUME AND         *
      * ZERO-MOVES CHECKS.                                             *
      ******************************************************************
       2000-FIND-LATEST-NIGHT.

            MOVE LATEST-NIGHT TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO LATEST-SERIAL
            MOVE '***' TO CAL-LOOKUP-WHSE
            COMPUTE CAL-FROM-SERIAL = LATEST-SERIAL - 1
            MOVE LATEST-SERIAL TO CAL-TO-SERIAL
            PERFORM 8800-COUNT-BUSINESS-DAYS
            IF CAL-BUSINESS-DAYS > ZERO
                MOVE 'Y' TO NIGHT-SCHEDULED-SW
            END-IF
            MOVE LATEST-SERIAL TO WINDOW-FROM-SERIAL
            MOVE ZERO TO WINDOW-NIGHTS-FOUND
            COMPUTE WINDOW-LIMIT-SERIAL =
                LATEST-SERIAL - WINDOW-DAYS * 7 - 366
            PERFORM 2200-STEP-BACK-ONE-NIGHT
                UNTIL WINDOW-NIGHTS-FOUND >= WINDOW-DAYS
                   OR WINDOW-FROM-SERIAL <= WINDOW-LIMIT-SERIAL
        END-IF.
      ******************************************************************
      * TRACK THE LATEST RUN DATE SEEN.                                *
            MOVE HT-RUN-DATE (HIS-IDX) TO LATEST-NIGHT
        END-IF.
      ******************************************************************
      * WIDEN THE TRAILING WINDOW BY ONE CALENDAR DAY, COUNTING IT IF  *
      * IT WAS A SCHEDULED NIGHT ON THE SHOP CALENDAR.                 *
      ******************************************************************
       2200-STEP-BACK-ONE-NIGHT.

        SUBTRACT 1 FROM WINDOW-FROM-SERIAL.
        MOVE '***' TO CAL-LOOKUP-WHSE.
        COMPUTE CAL-FROM-SERIAL = WINDOW-FROM-SERIAL - 1.
        MOVE WINDOW-FROM-SERIAL TO CAL-TO-SERIAL.
        PERFORM 8800-COUNT-BUSINESS-DAYS.
        ADD CAL-BUSINESS-DAYS TO WINDOW-NIGHTS-FOUND.
      ******************************************************************
      * BUILD THE PER-STEP PICTURE - THE LATEST NIGHT'S COUNTS AND THE *
      * TRAILING-WINDOW AVERAGES EVERYTHING IS JUDGED AGAINST.         *
      ******************************************************************
            UNTIL STP-IDX > STEP-TABLE-COUNT.
      ******************************************************************
      * POST ONE HISTORY RECORD TO ITS STEP ENTRY - LATEST-NIGHT       *
      * RECORDS CARRY THE NIGHT'S COUNTS, OLDER RECORDS FROM SCHEDULED *
      * NIGHTS INSIDE THE WINDOW FEED THE AVERAGES. A STEP RUN ON AN   *
      * UNSCHEDULED NIGHT (A WEEKEND CATCH-UP, SAY) WOULD DRAG THE     *
      * AVERAGE TOWARDS ITS OWN ODD VOLUME, SO IT IS LEFT OUT.         *
      ******************************************************************
       3100-POST-ONE-RECORD.

            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO REC-SERIAL
            IF REC-SERIAL >= WINDOW-FROM-SERIAL
                MOVE '***' TO CAL-LOOKUP-WHSE
                COMPUTE CAL-FROM-SERIAL = REC-SERIAL - 1
                MOVE REC-SERIAL TO CAL-TO-SERIAL
                PERFORM 8800-COUNT-BUSINESS-DAYS
                IF CAL-BUSINESS-DAYS > ZERO
                    ADD 1 TO SP-WINDOW-NIGHTS (STP-IDX)
                    ADD HT-COUNT-1 (HIS-IDX)
                        TO SP-WINDOW-SUM-1 (STP-IDX)
                    ADD HT-COUNT-3 (HIS-IDX)
                        TO SP-WINDOW-SUM-3 (STP-IDX)
                END-IF
            END-IF
        END-IF.
      ******************************************************************
               LATEST-NIGHT                DELIMITED BY SIZE
               '  TRAILING WINDOW '        DELIMITED BY SIZE
               WINDOW-DAYS                 DELIMITED BY SIZE
               ' SCHEDULED NIGHTS'         DELIMITED BY SIZE
               INTO WATCH-REPORT-LINE
        END-STRING.
        WRITE WATCH-REPORT-LINE.
        MOVE SPACES TO WATCH-REPORT-LINE.
        STRING 'CALENDAR BASIS: BUSINESS DAYS - SHOP CALENDAR '
               DELIMITED BY SIZE
               '(CALCTL WAREHOUSE ***)'    DELIMITED BY SIZE
               INTO WATCH-REPORT-LINE
        END-STRING.
        WRITE WATCH-REPORT-LINE.
        IF NIGHT-SCHEDULED-SW = 'N'
            MOVE SPACES TO WATCH-REPORT-LINE
            STRING 'NOT A SCHEDULED NIGHT - MISSING STEP, VOLUME AND '
                   DELIMITED BY SIZE
                   'ZERO-MOVES CHECKS SKIPPED' DELIMITED BY SIZE
                   INTO WATCH-REPORT-LINE
            END-STRING
            WRITE WATCH-REPORT-LINE
        END-IF.
        MOVE ALL '-' TO WATCH-REPORT-LINE.
        WRITE WATCH-REPORT-LINE.

            WRITE WATCH-REPORT-LINE
        END-IF.
      ******************************************************************
      * RUN EVERY ANOMALY TEST AGAINST ONE STEP. ON A NIGHT THE SHOP   *
      * CALENDAR DID NOT SCHEDULE, A STEP THAT DID NOT RUN OR RAN      *
      * LIGHT IS EXPECTED, SO ONLY WHAT A STEP THAT DID RUN REPORTED   *
      * ABOUT ITSELF IS CHECKED.                                       *
      ******************************************************************
       4100-CHECK-ONE-STEP.

        IF SP-NIGHT-FOUND-SW (STP-IDX) = 'N'
            IF NIGHT-SCHEDULED-SW = 'Y'
                PERFORM 4200-FLAG-MISSING-STEP
            END-IF
        ELSE
            IF SP-NIGHT-EXCEPTION-SW (STP-IDX) = 'Y'
                PERFORM 4300-FLAG-RECON-EXCEPTION
            END-IF
            IF SP-AVG-1 (STP-IDX) > ZERO
                    AND NIGHT-SCHEDULED-SW = 'Y'
                IF SP-NIGHT-COUNT-1 (STP-IDX) >
                        SP-AVG-1 (STP-IDX) * 2
                        OR SP-NIGHT-COUNT-1 (STP-IDX) * 2 <
                    AND SP-NIGHT-COUNT-3 (STP-IDX) > ZERO
                PERFORM 4500-FLAG-ERROR-SPIKE
            END-IF
            IF (SP-STEP-NAME (STP-IDX) = 'WHSEBAT '
                    OR (SP-STEP-NAME (STP-IDX) (1:5) = 'WHSEB'
                        AND SP-STEP-NAME (STP-IDX) (6:3) NOT = 'XP '))
                    AND SP-NIGHT-COUNT-4 (STP-IDX) = ZERO
                    AND NIGHT-SCHEDULED-SW = 'Y'
                PERFORM 4600-FLAG-NO-MOVES
            END-IF
        END-IF.
        END-STRING.
        WRITE WATCH-REPORT-LINE.
      ******************************************************************
      * ZERO COMPLETED MOVES FROM THE BATCH ON A SCHEDULED NIGHT.      *
      ******************************************************************
       4600-FLAG-NO-MOVES.

        MOVE SPACES TO WATCH-REPORT-LINE.
        STRING '*** '                      DELIMITED BY SIZE
               SP-STEP-NAME (STP-IDX)      DELIMITED BY SIZE
               ' COMPLETED ZERO MOVES ON A SCHEDULED NIGHT'
               DELIMITED BY SIZE
               INTO WATCH-REPORT-LINE
        END-STRING.
        END-IF.
        WRITE WATCH-REPORT-LINE.
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
