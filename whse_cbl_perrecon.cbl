      * THE OPTIONAL PARM DATE RANGE LIMITS WHICH AUDIT RECORDS COUNT *
      * TOWARD THE PERIOD, SO THE ACCUMULATED AUDIT FILE CAN BE READ  *
      * WHOLE WITHOUT A SEPARATE EXTRACT STEP.                        *
      * EACH ITEM IS ALSO VALUED FROM FINANCE'S UNIT-COST FILE:       *
      * OPENING STOCK AT THE COST IN EFFECT BEFORE THE PERIOD, NET    *
      * CHANGE AND CLOSING STOCK AT THE COST IN EFFECT AT PERIOD END, *
      * AND A REVALUATION AMOUNT FOR OPENING STOCK WHOSE COST CHANGED *
      * DURING THE PERIOD, SO OPENING + NET + REVALUATION = CLOSING   *
      * VALUE WHEREVER THE QUANTITIES TIE. AN ITEM WITH NO COST IN    *
      * EFFECT IS LISTED AS AN EXCEPTION, NOT VALUED AT ZERO.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            FILE STATUS IS FL-STAT-AUD.
        SELECT RECON-REPORT ASSIGN TO RECONRPT
            FILE STATUS IS FL-STAT-RPT.
        SELECT UNIT-COST-FILE ASSIGN TO UNITCOST
            FILE STATUS IS FL-STAT-UCF.
       DATA DIVISION.
       FILE SECTION.

          BLOCK CONTAINS 0 CHARACTERS.
       01 RECON-REPORT-LINE                PIC X(80).

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

       01   PROGRAM-WORK-AREA.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 QTY-EDIT                   PIC ZZZZZZZZ9      VALUE ZERO.
        03 NET-EDIT                   PIC -(8)9          VALUE ZERO.
        03 VALUE-EDIT                 PIC -ZZZZZZZZ9.99  VALUE ZERO.
        03 TOTAL-EDIT                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                                         VALUE ZERO.

       01 SWITCHES.
          03 PRI-EOF-SW              PIC    X   VALUE 'N'.
          03 CUR-EOF-SW              PIC    X   VALUE 'N'.
          03 AUD-EOF-SW              PIC    X   VALUE 'N'.
          03 UCF-EOF-SW              PIC    X   VALUE 'N'.
          03 ITEM-COSTED-SW          PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-PRI                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-CUR                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-UCF                 PIC X(2)   VALUE SPACES.

       01 PERIOD-FROM-DATE                PIC 9(8)  VALUE ZERO.
       01 PERIOD-TO-DATE                  PIC 9(8)  VALUE ZERO.

      ******************************************************************
      * OPENING STOCK IS VALUED AT THE LATEST COST EFFECTIVE BEFORE    *
      * OPEN-COST-DATE (THE PERIOD FROM-DATE, OR WITHOUT A PARM THE    *
      * DATE THE PRIOR SNAPSHOT WAS TAKEN); NET CHANGE AND CLOSING AT  *
      * THE LATEST COST EFFECTIVE ON OR BEFORE CLOSE-COST-DATE (THE    *
      * PERIOD TO-DATE, OR WITHOUT A PARM THE RUN DATE).               *
      ******************************************************************
       01 OPEN-COST-DATE                  PIC 9(8)  VALUE ZERO.
       01 CLOSE-COST-DATE                 PIC 9(8)  VALUE ZERO.

       01 COUNTRIES.
          03 PRIOR-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 CURRENT-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-IN-PERIOD       PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEMS-REPORTED              PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEMS-IN-EXCEPTION          PIC S9(9)  COMP-3 VALUE ZERO.
          03 COST-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEMS-NOT-COSTED            PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER WAREHOUSE/ITEM SEEN ON EITHER SNAPSHOT OR ON THE *
      * PERIOD'S AUDIT RECORDS - OPENING QUANTITY FROM THE PRIOR       *
      * SNAPSHOT, NET CHANGE FROM THE AUDIT BEFORE/AFTER IMAGES, AND   *
      * ACTUAL CLOSING FROM THE NEW SNAPSHOT, SUMMED ACROSS BINS. THE  *
      * OPENING AND CLOSING UNIT COSTS ARE POSTED FROM THE COST FILE   *
      * ONCE EVERY ENTRY IS IN - A COST SWITCH OF N MEANS NO COST WAS  *
      * IN EFFECT ON THAT SIDE OF THE PERIOD.                          *
      ******************************************************************
       01 RECON-TABLE-COUNT                PIC S9(8) COMP VALUE ZERO.
       01 RECON-TABLE.
             05 RT-OPEN-QTY                PIC S9(9) COMP-3.
             05 RT-NET-CHANGE              PIC S9(9) COMP-3.
             05 RT-CLOSE-QTY               PIC S9(9) COMP-3.
             05 RT-OPEN-COST-SW            PIC X(01).
             05 RT-OPEN-COST-DATE          PIC 9(8).
             05 RT-OPEN-COST               PIC 9(7)V99 COMP-3.
             05 RT-CLOSE-COST-SW           PIC X(01).
             05 RT-CLOSE-COST-DATE         PIC 9(8).
             05 RT-CLOSE-COST              PIC 9(7)V99 COMP-3.

       01 RECON-SORT-WORK-AREA.
          03 RSORT-I                     PIC S9(8) COMP VALUE ZERO.
          03 RSORT-J                     PIC S9(8) COMP VALUE ZERO.
          03 RSORT-HOLD                  PIC X(56).

      ******************************************************************
      * THE KEY BEING POSTED INTO THE RECON TABLE - SET BY WHICHEVER   *

       01 RECON-CALC-WORK-AREA.
          03 EXPECTED-CLOSE              PIC S9(9) COMP-3 VALUE ZERO.
          03 OPEN-VALUE                  PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
          03 NET-VALUE                   PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
          03 REVAL-VALUE                 PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.
          03 CLOSE-VALUE                 PIC S9(11)V99 COMP-3
                                                          VALUE ZERO.

      ******************************************************************
      * PERIOD VALUE TOTALS ACROSS EVERY VALUED ITEM.                  *
      ******************************************************************
       01 VALUE-TOTALS.
          03 TOTAL-OPEN-VALUE            PIC S9(13)V99 COMP-3
                                                          VALUE ZERO.
          03 TOTAL-NET-VALUE             PIC S9(13)V99 COMP-3
                                                          VALUE ZERO.
          03 TOTAL-REVAL-VALUE           PIC S9(13)V99 COMP-3
                                                          VALUE ZERO.
          03 TOTAL-CLOSE-VALUE           PIC S9(13)V99 COMP-3
                                                          VALUE ZERO.

       LINKAGE SECTION.
      ******************************************************************
              MOVE PARM-FROM-DATE TO PERIOD-FROM-DATE
              MOVE PARM-TO-DATE   TO PERIOD-TO-DATE
          END-IF.
          MOVE PERIOD-FROM-DATE TO OPEN-COST-DATE.
          IF PERIOD-TO-DATE = ZERO
              MOVE RUN-DATE       TO CLOSE-COST-DATE
          ELSE
              MOVE PERIOD-TO-DATE TO CLOSE-COST-DATE
          END-IF.

        OPEN INPUT PRIOR-SNAPSHOT.
        IF FL-STAT-PRI NOT = 00
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT UNIT-COST-FILE.
        IF FL-STAT-UCF NOT = 00
          DISPLAY 'OPEN UNIT COST FILE ERROR - STAT :' FL-STAT-UCF
          MOVE  +50                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 1000-READ-PRIOR UNTIL PRI-EOF-SW = 'Y'.
        CLOSE PRIOR-SNAPSHOT.
        PERFORM 2000-READ-AUDIT UNTIL AUD-EOF-SW = 'Y'.
        CLOSE AUDIT-FILE.
        PERFORM 3000-READ-CURRENT UNTIL CUR-EOF-SW = 'Y'.
        CLOSE CURRENT-SNAPSHOT.
        PERFORM 3500-READ-UNIT-COST UNTIL UCF-EOF-SW = 'Y'.
        CLOSE UNIT-COST-FILE.
        PERFORM 4000-SORT-RECON-TABLE.
        PERFORM 5000-WRITE-RECON-REPORT.
        PERFORM 6000-FINAL-COUNT.
            AT END MOVE 'Y'     TO PRI-EOF-SW.
        IF PRI-EOF-SW = 'N'
            ADD +1 TO PRIOR-RECDS-READ
            IF OPEN-COST-DATE = ZERO
                MOVE PSN-SNAP-DATE TO OPEN-COST-DATE
            END-IF
            MOVE PSN-WAREHOUSE-ID TO POST-WAREHOUSE-ID
            MOVE PSN-ITEM-NUM     TO POST-ITEM-NUM
            PERFORM 8000-FIND-RECON-ENTRY
            ADD CSN-QUANTITY TO RT-CLOSE-QTY (REC-IDX)
        END-IF.
      ******************************************************************
      * POST ONE UNIT-COST RECORD TO ITS WAREHOUSE/ITEM, IF THE ITEM   *
      * IS IN THE PERIOD AT ALL. THE LATEST COST EFFECTIVE BEFORE THE  *
      * OPEN-COST-DATE IS THE OPENING COST; THE LATEST EFFECTIVE ON OR *
      * BEFORE THE CLOSE-COST-DATE IS THE CLOSING COST. A COST KEYED   *
      * AHEAD FOR NEXT PERIOD IS NEITHER.                              *
      ******************************************************************
       3500-READ-UNIT-COST.

        READ UNIT-COST-FILE
            AT END MOVE 'Y'     TO UCF-EOF-SW.
        IF UCF-EOF-SW = 'N'
            ADD +1 TO COST-RECDS-READ
            SET REC-IDX TO 1
            SEARCH RECON-ENTRY
                AT END
                    CONTINUE
                WHEN RT-WAREHOUSE-ID (REC-IDX) = UC-WAREHOUSE-ID
                    AND RT-ITEM-NUM (REC-IDX) = UC-ITEM-NUM
                    PERFORM 3510-POST-UNIT-COST
            END-SEARCH
        END-IF.
      ******************************************************************
      * KEEP THE COST AS THE ITEM'S OPENING AND/OR CLOSING COST WHEN   *
      * IT IS THE LATEST ONE IN EFFECT ON THAT SIDE OF THE PERIOD.     *
      ******************************************************************
       3510-POST-UNIT-COST.

        IF UC-EFFECTIVE-DATE < OPEN-COST-DATE
            IF RT-OPEN-COST-SW (REC-IDX) NOT = 'Y'
                OR UC-EFFECTIVE-DATE >= RT-OPEN-COST-DATE (REC-IDX)
                MOVE 'Y'               TO RT-OPEN-COST-SW (REC-IDX)
                MOVE UC-EFFECTIVE-DATE TO RT-OPEN-COST-DATE (REC-IDX)
                MOVE UC-UNIT-COST      TO RT-OPEN-COST (REC-IDX)
            END-IF
        END-IF.
        IF UC-EFFECTIVE-DATE NOT > CLOSE-COST-DATE
            IF RT-CLOSE-COST-SW (REC-IDX) NOT = 'Y'
                OR UC-EFFECTIVE-DATE >= RT-CLOSE-COST-DATE (REC-IDX)
                MOVE 'Y'               TO RT-CLOSE-COST-SW (REC-IDX)
                MOVE UC-EFFECTIVE-DATE TO RT-CLOSE-COST-DATE (REC-IDX)
                MOVE UC-UNIT-COST      TO RT-CLOSE-COST (REC-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * FIND (OR ADD) THE RECON ENTRY FOR THE KEY IN POST-KEYS AND     *
      * LEAVE REC-IDX POINTING AT IT. IF MORE WAREHOUSE/ITEM PAIRS     *
      * EVER APPEAR THAN THE TABLE HOLDS, THE OVERFLOW IS LUMPED INTO  *
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * DECIDE WHETHER THE ITEM AT REC-IDX CAN BE VALUED - IT NEEDS A  *
      * PERIOD-END COST, AND AN OPENING COST IF IT OPENED WITH STOCK.  *
      * AN ITEM WITH NO STOCK AND NO MOVEMENT NEEDS NO COST AT ALL.    *
      ******************************************************************
       8100-CHECK-ITEM-COSTED.

        MOVE 'Y' TO ITEM-COSTED-SW.
        IF RT-CLOSE-COST-SW (REC-IDX) NOT = 'Y'
            IF RT-OPEN-QTY (REC-IDX) NOT = ZERO
                OR RT-NET-CHANGE (REC-IDX) NOT = ZERO
                OR RT-CLOSE-QTY (REC-IDX) NOT = ZERO
                MOVE 'N' TO ITEM-COSTED-SW
            END-IF
        END-IF.
        IF RT-OPEN-COST-SW (REC-IDX) NOT = 'Y'
            AND RT-OPEN-QTY (REC-IDX) NOT = ZERO
            MOVE 'N' TO ITEM-COSTED-SW
        END-IF.
      ******************************************************************
      * SORT THE RECON TABLE BY WAREHOUSE AND ITEM - A SIMPLE EXCHANGE *
      * SORT IS PLENTY AT PERIOD-END AGGREGATE VOLUMES.                *
      ******************************************************************
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '$OPN AT COST IN EFFECT BEFORE '  DELIMITED BY SIZE
               OPEN-COST-DATE              DELIMITED BY SIZE
               ', $NET/$CLS AT COST IN EFFECT ON ' DELIMITED BY SIZE
               CLOSE-COST-DATE             DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '$RVL = OPENING STOCK REVALUED FOR A COST CHANGE IN '
               DELIMITED BY SIZE
               'THE PERIOD'                DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.


        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        PERFORM 5300-WRITE-VALUE-TOTALS.

        MOVE SPACES TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'ITEMS WITH NO UNIT COST - NOT VALUED'
               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        PERFORM 5200-WRITE-ONE-NO-COST
            VARYING REC-IDX FROM 1 BY 1
            UNTIL REC-IDX > RECON-TABLE-COUNT.

        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        IF ITEMS-NOT-COSTED > ZERO
            MOVE SPACES TO RECON-REPORT-LINE
            STRING '*** ITEMS NOT VALUED - VALUE TOTALS EXCLUDE THEM ',
                   '- KEY THEIR UNIT COST ***'
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
        END-IF.
        MOVE SPACES TO RECON-REPORT-LINE.
        IF ITEMS-IN-EXCEPTION > ZERO
            STRING '*** EXCEPTIONS FOUND - PERIOD DOES NOT TIE OUT ',
        END-IF.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * ONE WAREHOUSE/ITEM TIE-OUT LINE, THEN ITS VALUE LINE.          *
      ******************************************************************
       5100-WRITE-ONE-ITEM.

            MOVE '*EXCP*' TO RECON-REPORT-LINE (75:6)
        END-IF.
        WRITE RECON-REPORT-LINE.

        PERFORM 8100-CHECK-ITEM-COSTED.
        MOVE SPACES TO RECON-REPORT-LINE.
        IF ITEM-COSTED-SW = 'Y'
            MOVE ZERO TO OPEN-VALUE
                         REVAL-VALUE
            IF RT-OPEN-QTY (REC-IDX) NOT = ZERO
                COMPUTE OPEN-VALUE =
                    RT-OPEN-QTY (REC-IDX) * RT-OPEN-COST (REC-IDX)
                COMPUTE REVAL-VALUE =
                    RT-OPEN-QTY (REC-IDX) *
                    (RT-CLOSE-COST (REC-IDX) - RT-OPEN-COST (REC-IDX))
            END-IF
            COMPUTE NET-VALUE =
                RT-NET-CHANGE (REC-IDX) * RT-CLOSE-COST (REC-IDX)
            COMPUTE CLOSE-VALUE =
                RT-CLOSE-QTY (REC-IDX) * RT-CLOSE-COST (REC-IDX)
            ADD OPEN-VALUE  TO TOTAL-OPEN-VALUE
            ADD NET-VALUE   TO TOTAL-NET-VALUE
            ADD REVAL-VALUE TO TOTAL-REVAL-VALUE
            ADD CLOSE-VALUE TO TOTAL-CLOSE-VALUE
            MOVE '$OPN'      TO RECON-REPORT-LINE (3:4)
            MOVE OPEN-VALUE  TO VALUE-EDIT
            MOVE VALUE-EDIT  TO RECON-REPORT-LINE (8:13)
            MOVE '$NET'      TO RECON-REPORT-LINE (22:4)
            MOVE NET-VALUE   TO VALUE-EDIT
            MOVE VALUE-EDIT  TO RECON-REPORT-LINE (27:13)
            MOVE '$RVL'      TO RECON-REPORT-LINE (41:4)
            MOVE REVAL-VALUE TO VALUE-EDIT
            MOVE VALUE-EDIT  TO RECON-REPORT-LINE (46:13)
            MOVE '$CLS'      TO RECON-REPORT-LINE (60:4)
            MOVE CLOSE-VALUE TO VALUE-EDIT
            MOVE VALUE-EDIT  TO RECON-REPORT-LINE (65:13)
        ELSE
            ADD 1 TO ITEMS-NOT-COSTED
            MOVE '** NO UNIT COST - NOT VALUED **'
                             TO RECON-REPORT-LINE (3:31)
        END-IF.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * ONE ITEM THAT COULD NOT BE VALUED, WITH THE SIDE OF THE PERIOD *
      * THAT HAS NO COST IN EFFECT.                                    *
      ******************************************************************
       5200-WRITE-ONE-NO-COST.

        PERFORM 8100-CHECK-ITEM-COSTED.
        IF ITEM-COSTED-SW = 'N'
            MOVE SPACES TO RECON-REPORT-LINE
            STRING 'NO COST - WH '         DELIMITED BY SIZE
                   RT-WAREHOUSE-ID (REC-IDX) DELIMITED BY SIZE
                   ' ITM '                 DELIMITED BY SIZE
                   RT-ITEM-NUM (REC-IDX)   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
            IF RT-OPEN-COST-SW (REC-IDX) NOT = 'Y'
                AND RT-OPEN-QTY (REC-IDX) NOT = ZERO
                MOVE 'OPENING'   TO RECON-REPORT-LINE (34:7)
            END-IF
            IF RT-CLOSE-COST-SW (REC-IDX) NOT = 'Y'
                MOVE 'PERIOD-END' TO RECON-REPORT-LINE (42:10)
            END-IF
            MOVE RT-CLOSE-QTY (REC-IDX) TO QTY-EDIT
            MOVE 'ACT'      TO RECON-REPORT-LINE (61:3)
            MOVE QTY-EDIT   TO RECON-REPORT-LINE (65:9)
            WRITE RECON-REPORT-LINE
        END-IF.
      ******************************************************************
      * PERIOD VALUE TOTALS - OPENING + NET + REVALUATION EQUALS       *
      * CLOSING WHENEVER EVERY VALUED ITEM TIES OUT ON QUANTITY.       *
      ******************************************************************
       5300-WRITE-VALUE-TOTALS.

        MOVE TOTAL-OPEN-VALUE TO TOTAL-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'OPENING VALUE                ' DELIMITED BY SIZE
               TOTAL-EDIT                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE TOTAL-NET-VALUE TO TOTAL-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'NET CHANGE VALUE             ' DELIMITED BY SIZE
               TOTAL-EDIT                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE TOTAL-REVAL-VALUE TO TOTAL-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'COST CHANGE REVALUATION      ' DELIMITED BY SIZE
               TOTAL-EDIT                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE TOTAL-CLOSE-VALUE TO TOTAL-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'CLOSING VALUE                ' DELIMITED BY SIZE
               TOTAL-EDIT                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
        DISPLAY 'AUDIT      RECDS IN PERIOD     ' AUDIT-RECDS-IN-PERIOD.
        DISPLAY 'ITEMS      REPORTED            ' ITEMS-REPORTED.
        DISPLAY 'ITEMS      IN EXCEPTION        ' ITEMS-IN-EXCEPTION.
        DISPLAY 'UNIT COST  RECDS READ          ' COST-RECDS-READ.
        DISPLAY 'ITEMS      NOT VALUED          ' ITEMS-NOT-COSTED.
        DISPLAY 'OPENING    VALUE               ' TOTAL-OPEN-VALUE.
        DISPLAY 'CLOSING    VALUE               ' TOTAL-CLOSE-VALUE.
        DISPLAY "-----------------------------------------------------".
