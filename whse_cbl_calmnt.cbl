       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_CALMNT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MAINTENANCE EDIT FOR THE SHOP BUSINESS-DAY CALENDAR CONTROL   *
      * DATASET (CALCTL) THAT THE AGING, OVERDUE AND ANOMALY CHECKS   *
      * (WHSE_CBL_BATCH, ACKMATCH, XFERRECON, RUNWATCH) LOAD AT       *
      * STARTUP. THE CALENDAR IS A WEEKLY PATTERN OF WORKING DAYS PER *
      * WAREHOUSE - WAREHOUSE '***' IS THE SHOP CALENDAR EVERY SITE   *
      * WITHOUT ONE OF ITS OWN FOLLOWS - PLUS DATED HOLIDAYS,         *
      * SHUTDOWNS AND EXTRA WORKING DAYS. A SITE'S OWN DATED RECORD   *
      * OVERRIDES THE SHOP'S FOR THE SAME DAY. VALIDATES A PROPOSED   *
      * CALENDAR BEFORE IT GOES LIVE:                                 *
      *   - EVERY RECORD IS A WEEKLY PATTERN (P), HOLIDAY (H),        *
      *     SHUTDOWN (S) OR EXTRA WORKING DAY (W) FOR A WAREHOUSE,    *
      *   - A PATTERN IS SEVEN Y/N FLAGS, MONDAY FIRST, WITH AT LEAST *
      *     ONE WORKING DAY, AND THERE IS ONE PER WAREHOUSE AT MOST,  *
      *   - THE SHOP PATTERN (WAREHOUSE '***') IS PRESENT,            *
      *   - DATES ARE REAL CALENDAR DATES, A RANGE RUNS FORWARD AND   *
      *     SPANS NO MORE THAN A YEAR,                                *
      *   - NO TWO DATED RECORDS OF ONE WAREHOUSE COVER THE SAME DAY, *
      *   - THE CALENDAR FITS THE TABLES THE NIGHT RUN LOADS IT INTO, *
      * AND PRINTS THE LISTING OF THE CALENDAR SO SUPERVISORS CAN SEE *
      * WHICH DAYS COUNT. ANY EDIT FAILURE SETS RETURN CODE 8 SO THE  *
      * JCL STEP THAT COPIES THE PROPOSED CALENDAR OVER THE LIVE ONE  *
      * NEVER RUNS ON A BAD CALENDAR.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CALENDAR-CONTROL-IN ASSIGN TO CALIN
            FILE STATUS IS FL-STAT-CAL.
        SELECT CALENDAR-LISTING ASSIGN TO CALRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * ONE CALENDAR RECORD. CLC-TO-DATE ZERO MEANS A SINGLE DAY.      *
      * CLC-WEEK-PATTERN IS USED BY A PATTERN RECORD ONLY, THE DATES   *
      * BY THE DATED RECORDS ONLY.                                     *
      ******************************************************************
       FD CALENDAR-CONTROL-IN
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

       FD CALENDAR-LISTING
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 CALENDAR-LISTING-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 DAYS-EDIT                  PIC ZZ9            VALUE ZERO.
        03 WORK-DAYS-EDIT             PIC 9              VALUE ZERO.
        03 TYPE-WORD                  PIC X(08)          VALUE SPACES.

       01 SWITCHES.
          03 CAL-EOF-SW              PIC    X   VALUE 'N'.
          03 EDIT-FAILED-SW          PIC    X   VALUE 'N'.
          03 DATE-VALID-SW           PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-CAL                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

       01 COUNTRIES.
          03 CALENDAR-RECDS-READ         PIC S9(9)  COMP-3 VALUE ZERO.
          03 PATTERN-RECORDS             PIC S9(9)  COMP-3 VALUE ZERO.
          03 DATED-RECORDS               PIC S9(9)  COMP-3 VALUE ZERO.
          03 CALENDAR-DAYS-LOADED        PIC S9(9)  COMP-3 VALUE ZERO.
          03 EDIT-ERRORS                 PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * THE SIZES OF THE CALENDAR TABLES THE NIGHT PROGRAMS LOAD - A   *
      * PATTERN PER WAREHOUSE, AND ONE DAY ENTRY PER DAY EACH DATED    *
      * RECORD COVERS.                                                 *
      ******************************************************************
       01 CALENDAR-LIMITS.
          03 MAX-PATTERNS                PIC S9(4) COMP VALUE +100.
          03 MAX-CALENDAR-DAYS           PIC S9(8) COMP VALUE +3000.

      ******************************************************************
      * THE PROPOSED CALENDAR LOADED WHOLE SO THE ONE-PATTERN,         *
      * SHOP-PATTERN AND OVERLAP EDITS CAN SEE EVERY RECORD AT ONCE.   *
      * CR-VALID-SW IS 'N' FOR A RECORD THAT FAILED ITS OWN EDITS, SO  *
      * THE CROSS-RECORD EDITS DO NOT PILE FURTHER ERRORS ON IT.       *
      ******************************************************************
       01 CALENDAR-TABLE-COUNT             PIC S9(4) COMP VALUE ZERO.
       01 CALENDAR-TABLE.
          03 CALENDAR-ENTRY                OCCURS 0 TO 1000 TIMES
                                 DEPENDING ON CALENDAR-TABLE-COUNT
                                 INDEXED BY CR-IDX.
             05 CR-WAREHOUSE-ID            PIC X(03).
             05 CR-RECORD-TYPE             PIC X(01).
             05 CR-FROM-DATE               PIC 9(08).
             05 CR-TO-DATE                 PIC 9(08).
             05 CR-WEEK-PATTERN            PIC X(07).
             05 CR-DESCRIPTION             PIC X(30).
             05 CR-FROM-SERIAL             PIC S9(9) COMP-3.
             05 CR-TO-SERIAL               PIC S9(9) COMP-3.
             05 CR-VALID-SW                PIC X(01).

      ******************************************************************
      * WORK FIELDS FOR THE EDITS - THE ENTRY BEING CHECKED AND THE    *
      * ENTRY IT IS BEING COMPARED WITH.                               *
      ******************************************************************
       01 EDIT-WORK-AREA.
          03 CHECK-SUB                   PIC S9(4) COMP VALUE ZERO.
          03 SCAN-SUB                    PIC S9(4) COMP VALUE ZERO.
          03 MATCH-COUNT                 PIC S9(4) COMP VALUE ZERO.
          03 FLAG-SUB                    PIC S9(4) COMP VALUE ZERO.
          03 WORK-DAY-COUNT              PIC S9(4) COMP VALUE ZERO.
          03 BAD-FLAG-COUNT              PIC S9(4) COMP VALUE ZERO.
          03 SHOP-PATTERN-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 RANGE-DAYS                  PIC S9(9) COMP-3 VALUE ZERO.
          03 CHECK-DATE                  PIC 9(08) VALUE ZERO.
          03 CHECK-DATE-R REDEFINES CHECK-DATE.
             05 CHECK-YEAR               PIC 9(04).
             05 CHECK-MONTH              PIC 9(02).
             05 CHECK-DAY                PIC 9(02).
          03 MONTH-LAST-DAY              PIC 9(02) VALUE ZERO.
          03 ERROR-MESSAGE               PIC X(60) VALUE SPACES.

       01 DAYS-IN-MONTH-VALUES           PIC X(24)  VALUE
           '312831303130313130313031'.
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
          03 DAYS-IN-MONTH              PIC 9(2) OCCURS 12 TIMES.

      ******************************************************************
      * GREGORIAN DATE TO DAY-SERIAL CONVERSION WORK AREA - USED TO    *
      * MEASURE A RANGE AND COMPARE RANGES ACROSS MONTH AND YEAR       *
      * BOUNDARIES. MONTH-OFFSET HOLDS THE CUMULATIVE DAYS BEFORE EACH *
      * MONTH IN A COMMON YEAR; FEBRUARY OF A LEAP YEAR IS CORRECTED   *
      * AFTER THE TABLE LOOKUP.                                        *
      ******************************************************************
       01 DATE-CONVERSION-WORK-AREA.
          03 CONV-DATE                  PIC 9(8)   VALUE ZERO.
          03 CONV-DATE-R REDEFINES CONV-DATE.
             05 CONV-YEAR               PIC 9(4).
             05 CONV-MONTH              PIC 9(2).
             05 CONV-DAY                PIC 9(2).
          03 CONV-DAY-SERIAL            PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-PRIOR-YEARS           PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-LEAPS-4               PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-LEAPS-100             PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-LEAPS-400             PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-QUOTIENT              PIC S9(9) COMP-3 VALUE ZERO.
          03 CONV-REM-4                 PIC S9(4) COMP-3 VALUE ZERO.
          03 CONV-REM-100               PIC S9(4) COMP-3 VALUE ZERO.
          03 CONV-REM-400               PIC S9(4) COMP-3 VALUE ZERO.

       01 MONTH-OFFSET-VALUES            PIC X(36)  VALUE
           '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
          03 MONTH-OFFSET               PIC 9(3) OCCURS 12 TIMES.

       PROCEDURE DIVISION.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'CALMNT COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.

        OPEN INPUT CALENDAR-CONTROL-IN.
        IF FL-STAT-CAL NOT = 00
          DISPLAY 'OPEN CALENDAR CONTROL ERROR - STAT :' FL-STAT-CAL
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT CALENDAR-LISTING.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN CALENDAR LISTING ERROR - STAT :' FL-STAT-RPT
          MOVE  +20                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 8100-WRITE-REPORT-HEADER.
        PERFORM 1000-READ-CALENDAR UNTIL CAL-EOF-SW = 'Y'.
        CLOSE CALENDAR-CONTROL-IN.
        PERFORM 2000-EDIT-AND-LIST.
        PERFORM 3000-EDIT-PATTERNS.
        PERFORM 3100-EDIT-OVERLAPS.
        PERFORM 3200-EDIT-CAPACITY.
        PERFORM 6000-FINAL-COUNT.
        IF EDIT-FAILED-SW = 'Y'
            MOVE 8 TO RETURN-CODE
        END-IF.
        GOBACK.

      ******************************************************************
      * READ ONE PROPOSED CALENDAR RECORD INTO THE TABLE. THE DATE     *
      * FIELDS ARE CARRIED AS KEYED; A NON-NUMERIC DATE IS CAUGHT BY   *
      * THE RECORD EDITS.                                              *
      ******************************************************************
       1000-READ-CALENDAR.

        READ CALENDAR-CONTROL-IN
            AT END MOVE 'Y'     TO CAL-EOF-SW.
        IF CAL-EOF-SW = 'N'
            ADD +1 TO CALENDAR-RECDS-READ
            IF CALENDAR-TABLE-COUNT >= 1000
                PERFORM 9000-FLAG-EDIT-FAILURE
                MOVE SPACES TO CALENDAR-LISTING-LINE
                STRING '*** ERROR - MORE THAN 1000 CALENDAR RECORDS - '
                       DELIMITED BY SIZE
                       'RECORD DROPPED' DELIMITED BY SIZE
                       INTO CALENDAR-LISTING-LINE
                END-STRING
                WRITE CALENDAR-LISTING-LINE
            ELSE
                ADD 1 TO CALENDAR-TABLE-COUNT
                SET CR-IDX TO CALENDAR-TABLE-COUNT
                MOVE CLC-WAREHOUSE-ID  TO CR-WAREHOUSE-ID (CR-IDX)
                MOVE CLC-RECORD-TYPE   TO CR-RECORD-TYPE (CR-IDX)
                IF CLC-FROM-DATE NUMERIC
                    MOVE CLC-FROM-DATE TO CR-FROM-DATE (CR-IDX)
                ELSE
                    MOVE 99999999      TO CR-FROM-DATE (CR-IDX)
                END-IF
                IF CLC-TO-DATE NUMERIC
                    MOVE CLC-TO-DATE   TO CR-TO-DATE (CR-IDX)
                ELSE
                    MOVE 99999999      TO CR-TO-DATE (CR-IDX)
                END-IF
                MOVE CLC-WEEK-PATTERN  TO CR-WEEK-PATTERN (CR-IDX)
                MOVE CLC-DESCRIPTION   TO CR-DESCRIPTION (CR-IDX)
                MOVE ZERO              TO CR-FROM-SERIAL (CR-IDX)
                MOVE ZERO              TO CR-TO-SERIAL (CR-IDX)
                MOVE 'Y'               TO CR-VALID-SW (CR-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * LIST EVERY RECORD IN THE ORDER KEYED, EACH FOLLOWED BY ANY     *
      * ERRORS OF ITS OWN.                                             *
      ******************************************************************
       2000-EDIT-AND-LIST.

        PERFORM 2100-EDIT-ONE-RECORD
            VARYING CR-IDX FROM 1 BY 1
            UNTIL CR-IDX > CALENDAR-TABLE-COUNT.
        MOVE ALL '-' TO CALENDAR-LISTING-LINE.
        WRITE CALENDAR-LISTING-LINE.
      ******************************************************************
      * LIST ONE RECORD AND RUN THE EDITS THAT NEED ONLY THE RECORD.   *
      ******************************************************************
       2100-EDIT-ONE-RECORD.

        PERFORM 2400-WRITE-RECORD-LINE.
        IF CR-WAREHOUSE-ID (CR-IDX) = SPACES
            MOVE 'RECORD WITH A BLANK WAREHOUSE' TO ERROR-MESSAGE
            PERFORM 9100-REJECT-RECORD
        END-IF.
        EVALUATE CR-RECORD-TYPE (CR-IDX)
            WHEN 'P'
                ADD 1 TO PATTERN-RECORDS
                PERFORM 2200-EDIT-PATTERN
            WHEN 'H'
            WHEN 'S'
            WHEN 'W'
                ADD 1 TO DATED-RECORDS
                PERFORM 2300-EDIT-DATE-RANGE
            WHEN OTHER
                MOVE 'RECORD TYPE IS NOT P, H, S OR W'
                    TO ERROR-MESSAGE
                PERFORM 9100-REJECT-RECORD
        END-EVALUATE.
      ******************************************************************
      * A WEEKLY PATTERN IS SEVEN Y/N FLAGS, MONDAY FIRST. A PATTERN   *
      * WITH NO WORKING DAY WOULD MAKE EVERY AGE ZERO FOREVER.         *
      ******************************************************************
       2200-EDIT-PATTERN.

        MOVE ZERO TO WORK-DAY-COUNT.
        MOVE ZERO TO BAD-FLAG-COUNT.
        PERFORM 2210-CHECK-ONE-FLAG
            VARYING FLAG-SUB FROM 1 BY 1
            UNTIL FLAG-SUB > 7.
        IF BAD-FLAG-COUNT > ZERO
            MOVE 'WEEKLY PATTERN FLAGS MUST EACH BE Y OR N'
                TO ERROR-MESSAGE
            PERFORM 9100-REJECT-RECORD
        ELSE
            IF WORK-DAY-COUNT = ZERO
                MOVE 'WEEKLY PATTERN HAS NO WORKING DAY'
                    TO ERROR-MESSAGE
                PERFORM 9100-REJECT-RECORD
            END-IF
        END-IF.
      ******************************************************************
      * ONE FLAG OF THE PATTERN.                                       *
      ******************************************************************
       2210-CHECK-ONE-FLAG.

        EVALUATE CR-WEEK-PATTERN (CR-IDX) (FLAG-SUB:1)
            WHEN 'Y'
                ADD 1 TO WORK-DAY-COUNT
            WHEN 'N'
                CONTINUE
            WHEN OTHER
                ADD 1 TO BAD-FLAG-COUNT
        END-EVALUATE.
      ******************************************************************
      * A DATED RECORD NEEDS A REAL FROM-DATE AND EITHER NO TO-DATE    *
      * (ONE DAY) OR A REAL ONE NOT BEFORE IT. A RANGE LONGER THAN A   *
      * YEAR IS A MISKEYED YEAR, NOT A SHUTDOWN. THE RANGE IS KEPT AS  *
      * DAY SERIALS FOR THE OVERLAP AND CAPACITY EDITS.                *
      ******************************************************************
       2300-EDIT-DATE-RANGE.

        MOVE CR-FROM-DATE (CR-IDX) TO CHECK-DATE.
        PERFORM 8200-CHECK-DATE.
        IF DATE-VALID-SW = 'N'
            MOVE 'FROM-DATE IS NOT A VALID YYYYMMDD DATE'
                TO ERROR-MESSAGE
            PERFORM 9100-REJECT-RECORD
        ELSE
            MOVE CHECK-DATE TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO CR-FROM-SERIAL (CR-IDX)
            MOVE CONV-DAY-SERIAL TO CR-TO-SERIAL (CR-IDX)
        END-IF.
        IF CR-TO-DATE (CR-IDX) NOT = ZERO
            MOVE CR-TO-DATE (CR-IDX) TO CHECK-DATE
            PERFORM 8200-CHECK-DATE
            IF DATE-VALID-SW = 'N'
                MOVE 'TO-DATE IS NOT A VALID YYYYMMDD DATE'
                    TO ERROR-MESSAGE
                PERFORM 9100-REJECT-RECORD
            ELSE
                MOVE CHECK-DATE TO CONV-DATE
                PERFORM 8900-CONVERT-DATE-TO-DAYS
                MOVE CONV-DAY-SERIAL TO CR-TO-SERIAL (CR-IDX)
            END-IF
        END-IF.
        IF CR-VALID-SW (CR-IDX) = 'Y'
            COMPUTE RANGE-DAYS = CR-TO-SERIAL (CR-IDX)
                               - CR-FROM-SERIAL (CR-IDX) + 1
            IF RANGE-DAYS < 1
                MOVE 'TO-DATE IS BEFORE FROM-DATE' TO ERROR-MESSAGE
                PERFORM 9100-REJECT-RECORD
            ELSE
                IF RANGE-DAYS > 366
                    MOVE 'RANGE SPANS MORE THAN A YEAR'
                        TO ERROR-MESSAGE
                    PERFORM 9100-REJECT-RECORD
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * ONE LISTING LINE FOR THE RECORD AT CR-IDX.                     *
      ******************************************************************
       2400-WRITE-RECORD-LINE.

        EVALUATE CR-RECORD-TYPE (CR-IDX)
            WHEN 'P'
                MOVE 'WEEKLY  ' TO TYPE-WORD
            WHEN 'H'
                MOVE 'HOLIDAY ' TO TYPE-WORD
            WHEN 'S'
                MOVE 'SHUTDOWN' TO TYPE-WORD
            WHEN 'W'
                MOVE 'WORKING ' TO TYPE-WORD
            WHEN OTHER
                MOVE '????????' TO TYPE-WORD
        END-EVALUATE.
        MOVE SPACES TO CALENDAR-LISTING-LINE.
        IF CR-RECORD-TYPE (CR-IDX) = 'P'
            STRING 'WH '                      DELIMITED BY SIZE
                   CR-WAREHOUSE-ID (CR-IDX)   DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   TYPE-WORD                  DELIMITED BY SIZE
                   ' MON-SUN '                DELIMITED BY SIZE
                   CR-WEEK-PATTERN (CR-IDX)   DELIMITED BY SIZE
                   '          '               DELIMITED BY SIZE
                   CR-DESCRIPTION (CR-IDX)    DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
        ELSE
            STRING 'WH '                      DELIMITED BY SIZE
                   CR-WAREHOUSE-ID (CR-IDX)   DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   TYPE-WORD                  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   CR-FROM-DATE (CR-IDX)      DELIMITED BY SIZE
                   ' - '                      DELIMITED BY SIZE
                   CR-TO-DATE (CR-IDX)        DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   CR-DESCRIPTION (CR-IDX)    DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
            IF CR-TO-DATE (CR-IDX) = ZERO
                MOVE SPACES TO CALENDAR-LISTING-LINE (25:11)
            END-IF
        END-IF.
        WRITE CALENDAR-LISTING-LINE.
      ******************************************************************
      * EDIT - ONE WEEKLY PATTERN PER WAREHOUSE, OR THE NIGHT RUN      *
      * WOULD USE WHICHEVER LOADED FIRST AND THE LISTING WOULD LIE     *
      * ABOUT THE REST; AND THE SHOP PATTERN MUST BE THERE FOR THE     *
      * SITES THAT HAVE NONE OF THEIR OWN.                             *
      ******************************************************************
       3000-EDIT-PATTERNS.

        PERFORM 3010-CHECK-ONE-PATTERN
            VARYING CHECK-SUB FROM 1 BY 1
            UNTIL CHECK-SUB > CALENDAR-TABLE-COUNT.
        IF SHOP-PATTERN-COUNT = ZERO
            PERFORM 9000-FLAG-EDIT-FAILURE
            MOVE SPACES TO CALENDAR-LISTING-LINE
            STRING '*** ERROR - NO SHOP WEEKLY PATTERN (WAREHOUSE '
                   DELIMITED BY SIZE
                   '***, TYPE P)' DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
            WRITE CALENDAR-LISTING-LINE
        END-IF.
      ******************************************************************
      * COUNT THE PATTERNS SHARING THIS ENTRY'S WAREHOUSE UP TO AND    *
      * INCLUDING IT, SO A DUPLICATE IS REPORTED ON ITS SECOND AND     *
      * LATER APPEARANCES ONLY.                                        *
      ******************************************************************
       3010-CHECK-ONE-PATTERN.

        IF CR-RECORD-TYPE (CHECK-SUB) = 'P'
            IF CR-WAREHOUSE-ID (CHECK-SUB) = '***'
                ADD 1 TO SHOP-PATTERN-COUNT
            END-IF
            MOVE ZERO TO MATCH-COUNT
            PERFORM 3020-COUNT-PATTERN-MATCHES
                VARYING SCAN-SUB FROM 1 BY 1
                UNTIL SCAN-SUB > CHECK-SUB
            IF MATCH-COUNT > 1
                PERFORM 9000-FLAG-EDIT-FAILURE
                MOVE SPACES TO CALENDAR-LISTING-LINE
                STRING '*** ERROR - WAREHOUSE '   DELIMITED BY SIZE
                       CR-WAREHOUSE-ID (CHECK-SUB) DELIMITED BY SIZE
                       ' HAS MORE THAN ONE WEEKLY PATTERN'
                       DELIMITED BY SIZE
                       INTO CALENDAR-LISTING-LINE
                END-STRING
                WRITE CALENDAR-LISTING-LINE
            END-IF
        END-IF.
      ******************************************************************
      * ONE COMPARE OF THE DUPLICATE-PATTERN SCAN.                     *
      ******************************************************************
       3020-COUNT-PATTERN-MATCHES.

        IF CR-RECORD-TYPE (SCAN-SUB) = 'P'
                AND CR-WAREHOUSE-ID (SCAN-SUB) =
                    CR-WAREHOUSE-ID (CHECK-SUB)
            ADD 1 TO MATCH-COUNT
        END-IF.
      ******************************************************************
      * EDIT - NO TWO DATED RECORDS OF ONE WAREHOUSE MAY COVER THE     *
      * SAME DAY. A HOLIDAY INSIDE A SHUTDOWN IS HARMLESS BUT A        *
      * WORKING DAY INSIDE ONE IS A CONTRADICTION, AND THE NIGHT RUN   *
      * HAS NO WAY TO TELL WHICH WAS MEANT - EITHER WAY THE CALENDAR   *
      * SHOULD SAY IT ONCE. THE SHOP AND A SITE MAY BOTH DATE THE      *
      * SAME DAY; THE SITE'S RECORD WINS.                              *
      ******************************************************************
       3100-EDIT-OVERLAPS.

        PERFORM 3110-CHECK-ONE-RANGE
            VARYING CHECK-SUB FROM 1 BY 1
            UNTIL CHECK-SUB > CALENDAR-TABLE-COUNT.
      ******************************************************************
      * COMPARE ONE VALID DATED RECORD WITH EVERY LATER ONE.           *
      ******************************************************************
       3110-CHECK-ONE-RANGE.

        IF CR-RECORD-TYPE (CHECK-SUB) NOT = 'P'
                AND CR-VALID-SW (CHECK-SUB) = 'Y'
            COMPUTE SCAN-SUB = CHECK-SUB + 1
            PERFORM 3120-COMPARE-TWO-RANGES
                VARYING SCAN-SUB FROM SCAN-SUB BY 1
                UNTIL SCAN-SUB > CALENDAR-TABLE-COUNT
        END-IF.
      ******************************************************************
      * ONE COMPARE OF THE OVERLAP SCAN.                               *
      ******************************************************************
       3120-COMPARE-TWO-RANGES.

        IF CR-RECORD-TYPE (SCAN-SUB) NOT = 'P'
                AND CR-VALID-SW (SCAN-SUB) = 'Y'
                AND CR-WAREHOUSE-ID (SCAN-SUB) =
                    CR-WAREHOUSE-ID (CHECK-SUB)
                AND CR-FROM-SERIAL (SCAN-SUB) NOT >
                    CR-TO-SERIAL (CHECK-SUB)
                AND CR-TO-SERIAL (SCAN-SUB) NOT <
                    CR-FROM-SERIAL (CHECK-SUB)
            PERFORM 9000-FLAG-EDIT-FAILURE
            MOVE SPACES TO CALENDAR-LISTING-LINE
            STRING '*** ERROR - WH '            DELIMITED BY SIZE
                   CR-WAREHOUSE-ID (CHECK-SUB)  DELIMITED BY SIZE
                   ' DATES FROM '               DELIMITED BY SIZE
                   CR-FROM-DATE (CHECK-SUB)     DELIMITED BY SIZE
                   ' AND FROM '                 DELIMITED BY SIZE
                   CR-FROM-DATE (SCAN-SUB)      DELIMITED BY SIZE
                   ' OVERLAP'                   DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
            WRITE CALENDAR-LISTING-LINE
        END-IF.
      ******************************************************************
      * EDIT - THE CALENDAR MUST FIT THE NIGHT PROGRAMS' TABLES: ONE   *
      * PATTERN ENTRY PER WEEKLY PATTERN, ONE DAY ENTRY PER DAY A      *
      * DATED RECORD COVERS. PAST HOLIDAYS AND SHUTDOWNS OLDER THAN    *
      * ANY AGE STILL BEING MEASURED CAN BE DROPPED TO MAKE ROOM.      *
      ******************************************************************
       3200-EDIT-CAPACITY.

        PERFORM 3210-COUNT-RECORD-DAYS
            VARYING CR-IDX FROM 1 BY 1
            UNTIL CR-IDX > CALENDAR-TABLE-COUNT.
        IF PATTERN-RECORDS > MAX-PATTERNS
            PERFORM 9000-FLAG-EDIT-FAILURE
            MOVE SPACES TO CALENDAR-LISTING-LINE
            STRING '*** ERROR - MORE WEEKLY PATTERNS THAN THE NIGHT '
                   DELIMITED BY SIZE
                   'PROGRAMS HOLD (100)' DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
            WRITE CALENDAR-LISTING-LINE
        END-IF.
        IF CALENDAR-DAYS-LOADED > MAX-CALENDAR-DAYS
            PERFORM 9000-FLAG-EDIT-FAILURE
            MOVE SPACES TO CALENDAR-LISTING-LINE
            STRING '*** ERROR - DATED RECORDS COVER MORE DAYS THAN '
                   DELIMITED BY SIZE
                   'THE NIGHT PROGRAMS HOLD (3000)' DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
            WRITE CALENDAR-LISTING-LINE
        END-IF.
      ******************************************************************
      * ADD THE DAYS ONE DATED RECORD COVERS.                          *
      ******************************************************************
       3210-COUNT-RECORD-DAYS.

        IF CR-RECORD-TYPE (CR-IDX) NOT = 'P'
                AND CR-VALID-SW (CR-IDX) = 'Y'
            COMPUTE CALENDAR-DAYS-LOADED = CALENDAR-DAYS-LOADED
                + CR-TO-SERIAL (CR-IDX) - CR-FROM-SERIAL (CR-IDX) + 1
        END-IF.
      ******************************************************************
      * REPORT HEADER, WITH THE KEY TO THE LISTING.                    *
      ******************************************************************
       8100-WRITE-REPORT-HEADER.

        MOVE SPACES TO CALENDAR-LISTING-LINE.
        STRING 'WHSE_CBL_CALMNT BUSINESS-DAY CALENDAR LISTING - RUN '
               DELIMITED BY SIZE
               'DATE '                     DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO CALENDAR-LISTING-LINE
        END-STRING.
        WRITE CALENDAR-LISTING-LINE.
        MOVE SPACES TO CALENDAR-LISTING-LINE.
        STRING 'WH *** = SHOP CALENDAR. WEEKLY = WORKING DAYS (Y) '
               DELIMITED BY SIZE
               'MONDAY FIRST; HOLIDAY,'    DELIMITED BY SIZE
               INTO CALENDAR-LISTING-LINE
        END-STRING.
        WRITE CALENDAR-LISTING-LINE.
        MOVE SPACES TO CALENDAR-LISTING-LINE.
        STRING 'SHUTDOWN = NOT WORKED, WORKING = EXTRA DAY WORKED. '
               DELIMITED BY SIZE
               'A SITE DATE BEATS THE SHOP.' DELIMITED BY SIZE
               INTO CALENDAR-LISTING-LINE
        END-STRING.
        WRITE CALENDAR-LISTING-LINE.
        MOVE ALL '-' TO CALENDAR-LISTING-LINE.
        WRITE CALENDAR-LISTING-LINE.
      ******************************************************************
      * IS CHECK-DATE A REAL GREGORIAN DATE? SETS DATE-VALID-SW.       *
      ******************************************************************
       8200-CHECK-DATE.

        MOVE 'Y' TO DATE-VALID-SW.
        IF CHECK-YEAR < 1900
                OR CHECK-MONTH < 1 OR CHECK-MONTH > 12
            MOVE 'N' TO DATE-VALID-SW
        ELSE
            MOVE DAYS-IN-MONTH (CHECK-MONTH) TO MONTH-LAST-DAY
            IF CHECK-MONTH = 2
                DIVIDE CHECK-YEAR BY 4
                    GIVING CONV-QUOTIENT REMAINDER CONV-REM-4
                DIVIDE CHECK-YEAR BY 100
                    GIVING CONV-QUOTIENT REMAINDER CONV-REM-100
                DIVIDE CHECK-YEAR BY 400
                    GIVING CONV-QUOTIENT REMAINDER CONV-REM-400
                IF CONV-REM-4 = 0
                        AND (CONV-REM-100 NOT = 0 OR CONV-REM-400 = 0)
                    MOVE 29 TO MONTH-LAST-DAY
                END-IF
            END-IF
            IF CHECK-DAY < 1 OR CHECK-DAY > MONTH-LAST-DAY
                MOVE 'N' TO DATE-VALID-SW
            END-IF
        END-IF.
      ******************************************************************
      * GREGORIAN DATE IN CONV-DATE TO DAY SERIAL IN CONV-DAY-SERIAL.  *
      * THE DIVIDES MUST STAY SEPARATE STATEMENTS SO EACH QUOTIENT IS  *
      * TRUNCATED TO A WHOLE NUMBER BEFORE THE SUM, WHICH A SINGLE     *
      * COMPUTE WOULD NOT GUARANTEE.                                   *
      ******************************************************************
       8900-CONVERT-DATE-TO-DAYS.

        COMPUTE CONV-PRIOR-YEARS = CONV-YEAR - 1.
        DIVIDE CONV-PRIOR-YEARS BY 4   GIVING CONV-LEAPS-4.
        DIVIDE CONV-PRIOR-YEARS BY 100 GIVING CONV-LEAPS-100.
        DIVIDE CONV-PRIOR-YEARS BY 400 GIVING CONV-LEAPS-400.
        COMPUTE CONV-DAY-SERIAL =
            CONV-PRIOR-YEARS * 365
            + CONV-LEAPS-4 - CONV-LEAPS-100 + CONV-LEAPS-400
            + MONTH-OFFSET (CONV-MONTH) + CONV-DAY.
        DIVIDE CONV-YEAR BY 4
            GIVING CONV-QUOTIENT REMAINDER CONV-REM-4.
        DIVIDE CONV-YEAR BY 100
            GIVING CONV-QUOTIENT REMAINDER CONV-REM-100.
        DIVIDE CONV-YEAR BY 400
            GIVING CONV-QUOTIENT REMAINDER CONV-REM-400.
        IF CONV-MONTH > 2
                AND CONV-REM-4 = 0
                AND (CONV-REM-100 NOT = 0 OR CONV-REM-400 = 0)
            ADD 1 TO CONV-DAY-SERIAL
        END-IF.
      ******************************************************************
      * FLAG THE RUN AS FAILED - THE COPY-TO-LIVE STEP IS CONDITIONED  *
      * ON THIS PROGRAM'S RETURN CODE.                                 *
      ******************************************************************
       9000-FLAG-EDIT-FAILURE.

        ADD 1 TO EDIT-ERRORS.
        MOVE 'Y' TO EDIT-FAILED-SW.
      ******************************************************************
      * REJECT THE RECORD AT CR-IDX WITH THE MESSAGE IN ERROR-MESSAGE. *
      ******************************************************************
       9100-REJECT-RECORD.

        PERFORM 9000-FLAG-EDIT-FAILURE.
        MOVE 'N' TO CR-VALID-SW (CR-IDX).
        MOVE SPACES TO CALENDAR-LISTING-LINE.
        STRING '*** ERROR - '              DELIMITED BY SIZE
               ERROR-MESSAGE               DELIMITED BY SIZE
               INTO CALENDAR-LISTING-LINE
        END-STRING.
        WRITE CALENDAR-LISTING-LINE.
      ******************************************************************
      * FINAL VERDICT AND DISPLAY OF COUNTS                            *
      ******************************************************************
       6000-FINAL-COUNT.

        MOVE SPACES TO CALENDAR-LISTING-LINE.
        IF EDIT-FAILED-SW = 'Y'
            STRING '*** CALENDAR REJECTED - DO NOT COPY TO LIVE ***'
                   DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
        ELSE
            STRING 'CALENDAR PASSES ALL EDITS - OK TO COPY TO LIVE'
                   DELIMITED BY SIZE
                   INTO CALENDAR-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CALENDAR-LISTING-LINE.
        CLOSE CALENDAR-LISTING.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** CALMNT - CALENDAR EDIT COUNTS                 ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'CALENDAR   RECDS READ          ' CALENDAR-RECDS-READ.
        DISPLAY 'WEEKLY     PATTERNS            ' PATTERN-RECORDS.
        DISPLAY 'DATED      RECORDS             ' DATED-RECORDS.
        DISPLAY 'CALENDAR   DAYS COVERED        ' CALENDAR-DAYS-LOADED.
        DISPLAY 'EDIT       ERRORS              ' EDIT-ERRORS.
        DISPLAY "-----------------------------------------------------".
