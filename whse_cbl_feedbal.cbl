       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_FEEDBAL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * NIGHTLY SENDER CONTROL-TOTAL BALANCING OF THE RAW MOVE FEED,  *
      * RUN BETWEEN RECYSTEP AND SORTSTEP. EVERY PRODUCER (REPLEN,    *
      * ALLOCATE, CYCLECNT, RECEIVE, RECALL, AND THE DESK FOR WHAT IT *
      * KEYS) CLOSES ITS PART OF WHSE.PROD.MOVEFEED WITH A 'T'        *
      * CONTROL RECORD CARRYING ITS SOURCE ID, THE NUMBER OF FEED     *
      * RECORDS IT WROTE AND THE SUM OF THEIR QUANTITY FIELDS.        *
      * PRODUCERS APPEND ONE AT A TIME (DISP=MOD), SO EACH CONTROL    *
      * RECORD FOLLOWS EXACTLY THE RECORDS IT COUNTS. THIS PROGRAM    *
      * READS THE FEED IN ORDER, TOTALS THE RECORDS SINCE THE LAST    *
      * CONTROL RECORD, AND TIES THEM TO THE NEXT ONE. THE FEED IS    *
      * OUT OF BALANCE WHEN:                                          *
      *   - A SOURCE'S RECORD COUNT OR QUANTITY HASH DOES NOT MATCH   *
      *     ITS CONTROL RECORD (A TRUNCATED TRANSFER, OR A STEP THAT  *
      *     DIED PART WAY AND LEFT ITS RECORDS AHEAD OF THE NEXT      *
      *     SOURCE'S),                                                *
      *   - FEED RECORDS FOLLOW THE LAST CONTROL RECORD (A SOURCE     *
      *     THAT NEVER FINISHED, OR DESK KEYING WITH NO CONTROL),     *
      *   - A CONTROL RECORD CANNOT BE READ, OR                       *
      *   - A SOURCE NAMED IN THE PARM AS REQUIRED TONIGHT SENT NO    *
      *     CONTROL RECORD AT ALL.                                    *
      * ANY OF THESE SETS RETURN CODE 8, WHICH BYPASSES SORTSTEP AND  *
      * DUPSTEP AND KEEPS THE PARTITION JOBS FROM BEING RELEASED, SO  *
      * NOTHING TOUCHES DB2 UNTIL THE FEED HAS BEEN PUT RIGHT. THE    *
      * BALANCING REPORT SHOWS EVERY CONTROL RECORD AGAINST WHAT THE  *
      * FEED HOLDS, TOTALS BY SOURCE, AND THE REQUIRED-SOURCE CHECK;  *
      * EACH BREAK IS ALSO DISPLAYED FOR THE NIGHT OPERATOR.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RAW-FEED-IN ASSIGN TO FEEDIN
            FILE STATUS IS FL-STAT-FED.
        SELECT BALANCE-REPORT ASSIGN TO BALRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * A FEED RECORD AT ITS FIXED COLUMN POSITIONS (QUANTITY AT 41),  *
      * OR A 'T' CONTROL RECORD IN THE LAYOUT THE PRODUCERS WRITE.     *
      ******************************************************************
       FD RAW-FEED-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RAW-FEED-RECORD.
          03 RAW-TRANS-CODE              PIC X(01).
          03 FILLER                      PIC X(39).
          03 RAW-QUANTITY                PIC 9(05).
          03 FILLER                      PIC X(35).
       01 FEED-CONTROL-RECORD.
          03 FC-RECORD-CODE              PIC X(01).
          03 FILLER                      PIC X(01).
          03 FC-SOURCE-ID                PIC X(08).
          03 FILLER                      PIC X(01).
          03 FC-RECORD-COUNT             PIC 9(09).
          03 FILLER                      PIC X(01).
          03 FC-QUANTITY-HASH            PIC 9(13).
          03 FILLER                      PIC X(01).
          03 FC-RUN-DATE                 PIC 9(08).
          03 FILLER                      PIC X(37).

       FD BALANCE-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 BALANCE-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 SENT-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9    VALUE ZERO.
        03 FEED-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9    VALUE ZERO.
        03 SENT-HASH-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
        03 FEED-HASH-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
        03 BALANCE-STATUS             PIC X(14)          VALUE SPACES.
        03 BREAK-MESSAGE              PIC X(80)          VALUE SPACES.

       01 SWITCHES.
          03 FED-EOF-SW              PIC    X   VALUE 'N'.
          03 OUT-OF-BALANCE-SW       PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-FED                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

       01 COUNTRIES.
          03 FEED-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 DATA-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 CONTROL-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 CONTROLS-OUT-OF-BALANCE     PIC S9(9)  COMP-3 VALUE ZERO.
          03 SOURCES-MISSING             PIC S9(9)  COMP-3 VALUE ZERO.
          03 UNCONTROLLED-RECDS          PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * RECORDS AND QUANTITY SINCE THE LAST CONTROL RECORD - THE PART  *
      * OF THE FEED THE NEXT CONTROL RECORD SHOULD ACCOUNT FOR.        *
      ******************************************************************
       01 SEGMENT-TOTALS.
          03 SEGMENT-COUNT               PIC S9(9)  COMP-3 VALUE ZERO.
          03 SEGMENT-HASH                PIC S9(13) COMP-3 VALUE ZERO.

      ******************************************************************
      * TOTALS BY SOURCE ACROSS ALL ITS CONTROL RECORDS IN THE FEED    *
      * (THE DESK MAY CLOSE MORE THAN ONE BATCH OF KEYING IN A DAY),   *
      * PLUS THE SOURCES THE PARM SAYS MUST BE PRESENT TONIGHT. IF     *
      * MORE THAN TWENTY SOURCES EVER APPEAR THE OVERFLOW IS LUMPED    *
      * INTO THE LAST ENTRY RATHER THAN ABENDING THE RUN.              *
      ******************************************************************
       01 SOURCE-TABLE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 SOURCE-TABLE.
          03 SOURCE-ENTRY                  OCCURS 0 TO 20 TIMES
                                 DEPENDING ON SOURCE-TABLE-COUNT
                                 INDEXED BY SRC-IDX.
             05 SR-SOURCE-ID               PIC X(08).
             05 SR-REQUIRED-SW             PIC X(01).
             05 SR-CONTROLS                PIC S9(5)  COMP-3.
             05 SR-SENT-COUNT              PIC S9(9)  COMP-3.
             05 SR-FEED-COUNT              PIC S9(9)  COMP-3.
             05 SR-SENT-HASH               PIC S9(13) COMP-3.
             05 SR-FEED-HASH               PIC S9(13) COMP-3.

      ******************************************************************
      * THE REQUIRED SOURCE IDS SPLIT OUT OF THE PARM.                 *
      ******************************************************************
       01 REQUIRED-SOURCE-AREA.
          03 REQUIRED-SOURCE             PIC X(08) OCCURS 6 TIMES
                                         INDEXED BY REQ-IDX.
       01 LOOKUP-SOURCE-ID                 PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
      ******************************************************************
      * JCL PARM - THE SOURCE IDS THAT MUST SEND A CONTROL RECORD      *
      * EVERY NIGHT, COMMA-SEPARATED, UP TO SIX (E.G.                  *
      * PARM='REPLEN,ALLOCATE,RECEIVE'). SOURCES THAT DO NOT RUN EVERY *
      * NIGHT - THE WEEKLY CYCLE COUNT, DESK KEYING, A RECALL HOLD -   *
      * ARE LEFT OUT: WHEN THEY DO SEND RECORDS THEY ARE BALANCED LIKE *
      * ANY OTHER, BUT THEIR ABSENCE IS NOT AN ERROR. NO PARM, NO      *
      * REQUIRED SOURCES.                                              *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-SOURCE-LIST             PIC X(60).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'FEEDBAL COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.

          MOVE SPACES TO REQUIRED-SOURCE-AREA.
          IF PARM-LEN > ZERO AND PARM-LEN NOT > 60
              UNSTRING PARM-SOURCE-LIST (1:PARM-LEN)
                  DELIMITED BY ','
                  INTO REQUIRED-SOURCE (1) REQUIRED-SOURCE (2)
                       REQUIRED-SOURCE (3) REQUIRED-SOURCE (4)
                       REQUIRED-SOURCE (5) REQUIRED-SOURCE (6)
              END-UNSTRING
          END-IF.
          PERFORM 0100-ADD-REQUIRED-SOURCE
              VARYING REQ-IDX FROM 1 BY 1
              UNTIL REQ-IDX > 6.

        OPEN INPUT RAW-FEED-IN.
        IF FL-STAT-FED NOT = 00
          DISPLAY 'OPEN MOVE FEED ERROR - STAT :' FL-STAT-FED
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT BALANCE-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN BALANCE REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +20                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 8100-WRITE-REPORT-HEADER.
        PERFORM 1000-READ-FEED UNTIL FED-EOF-SW = 'Y'.
        CLOSE RAW-FEED-IN.
        PERFORM 3000-CHECK-TRAILING-RECORDS.
        PERFORM 4000-WRITE-SOURCE-TOTALS.
        PERFORM 5000-WRITE-VERDICT.
        PERFORM 6000-FINAL-COUNT.
        IF OUT-OF-BALANCE-SW = 'Y'
            MOVE 8 TO RETURN-CODE
        END-IF.
        GOBACK.

      ******************************************************************
      * SEED THE SOURCE TABLE WITH ONE REQUIRED SOURCE FROM THE PARM.  *
      ******************************************************************
       0100-ADD-REQUIRED-SOURCE.

        IF REQUIRED-SOURCE (REQ-IDX) NOT = SPACES
            MOVE REQUIRED-SOURCE (REQ-IDX) TO LOOKUP-SOURCE-ID
            PERFORM 9000-FIND-SOURCE-ENTRY
            MOVE 'Y' TO SR-REQUIRED-SW (SRC-IDX)
        END-IF.
      ******************************************************************
      * READ ONE FEED RECORD - A CONTROL RECORD CLOSES THE SEGMENT,    *
      * ANYTHING ELSE IS ADDED TO IT.                                  *
      ******************************************************************
       1000-READ-FEED.

        READ RAW-FEED-IN
            AT END MOVE 'Y'     TO FED-EOF-SW.
        IF FED-EOF-SW = 'N'
            ADD +1 TO FEED-RECDS-READ
            IF RAW-TRANS-CODE = 'T'
                ADD +1 TO CONTROL-RECDS-READ
                PERFORM 2000-BALANCE-ONE-CONTROL
            ELSE
                ADD +1 TO DATA-RECDS-READ
                ADD +1 TO SEGMENT-COUNT
                IF RAW-QUANTITY NUMERIC
                    ADD RAW-QUANTITY TO SEGMENT-HASH
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * TIE ONE CONTROL RECORD TO THE RECORDS AHEAD OF IT, PRINT THE   *
      * RESULT, ROLL IT INTO THE SOURCE TOTALS, AND START THE NEXT     *
      * SEGMENT.                                                       *
      ******************************************************************
       2000-BALANCE-ONE-CONTROL.

        MOVE FC-SOURCE-ID TO LOOKUP-SOURCE-ID.
        PERFORM 9000-FIND-SOURCE-ENTRY.
        ADD 1             TO SR-CONTROLS (SRC-IDX).
        ADD SEGMENT-COUNT TO SR-FEED-COUNT (SRC-IDX).
        ADD SEGMENT-HASH  TO SR-FEED-HASH (SRC-IDX).
        MOVE SEGMENT-COUNT TO FEED-COUNT-EDIT.
        MOVE SEGMENT-HASH  TO FEED-HASH-EDIT.

        EVALUATE TRUE
            WHEN FC-RECORD-COUNT NOT NUMERIC
                    OR FC-QUANTITY-HASH NOT NUMERIC
                MOVE 'UNREADABLE'     TO BALANCE-STATUS
                MOVE ZERO TO SENT-COUNT-EDIT SENT-HASH-EDIT
                MOVE SPACES TO BREAK-MESSAGE
                STRING FC-SOURCE-ID           DELIMITED BY SPACE
                       ' CONTROL RECORD CANNOT BE READ - FEED HOLDS '
                                              DELIMITED BY SIZE
                       FEED-COUNT-EDIT        DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
            WHEN FC-RECORD-COUNT NOT = SEGMENT-COUNT
                    OR FC-QUANTITY-HASH NOT = SEGMENT-HASH
                ADD FC-RECORD-COUNT  TO SR-SENT-COUNT (SRC-IDX)
                ADD FC-QUANTITY-HASH TO SR-SENT-HASH (SRC-IDX)
                MOVE FC-RECORD-COUNT  TO SENT-COUNT-EDIT
                MOVE FC-QUANTITY-HASH TO SENT-HASH-EDIT
                MOVE 'OUT OF BALANCE' TO BALANCE-STATUS
                MOVE SPACES TO BREAK-MESSAGE
                IF FC-RECORD-COUNT NOT = SEGMENT-COUNT
                    STRING FC-SOURCE-ID       DELIMITED BY SPACE
                           ' SENT '           DELIMITED BY SIZE
                           SENT-COUNT-EDIT    DELIMITED BY SIZE
                           ' BUT FEED HOLDS ' DELIMITED BY SIZE
                           FEED-COUNT-EDIT    DELIMITED BY SIZE
                           INTO BREAK-MESSAGE
                    END-STRING
                ELSE
                    STRING FC-SOURCE-ID       DELIMITED BY SPACE
                           ' QTY HASH SENT '  DELIMITED BY SIZE
                           SENT-HASH-EDIT     DELIMITED BY SIZE
                           ' BUT FEED HOLDS ' DELIMITED BY SIZE
                           FEED-HASH-EDIT     DELIMITED BY SIZE
                           INTO BREAK-MESSAGE
                    END-STRING
                END-IF
            WHEN OTHER
                ADD FC-RECORD-COUNT  TO SR-SENT-COUNT (SRC-IDX)
                ADD FC-QUANTITY-HASH TO SR-SENT-HASH (SRC-IDX)
                MOVE FC-RECORD-COUNT  TO SENT-COUNT-EDIT
                MOVE FC-QUANTITY-HASH TO SENT-HASH-EDIT
                MOVE 'IN BALANCE'     TO BALANCE-STATUS
                MOVE SPACES TO BREAK-MESSAGE
        END-EVALUATE.

        MOVE SPACES TO BALANCE-REPORT-LINE.
        STRING FC-SOURCE-ID                DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               FC-RUN-DATE                 DELIMITED BY SIZE
               ' RECS SENT '               DELIMITED BY SIZE
               SENT-COUNT-EDIT             DELIMITED BY SIZE
               ' FEED '                    DELIMITED BY SIZE
               FEED-COUNT-EDIT             DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               BALANCE-STATUS              DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
        END-STRING.
        WRITE BALANCE-REPORT-LINE.
        MOVE SPACES TO BALANCE-REPORT-LINE.
        STRING '                  QTY HASH SENT '
                                           DELIMITED BY SIZE
               SENT-HASH-EDIT              DELIMITED BY SIZE
               ' FEED '                    DELIMITED BY SIZE
               FEED-HASH-EDIT              DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
        END-STRING.
        WRITE BALANCE-REPORT-LINE.
        IF BREAK-MESSAGE NOT = SPACES
            ADD 1 TO CONTROLS-OUT-OF-BALANCE
            PERFORM 9100-REPORT-BREAK
        END-IF.

        MOVE ZERO TO SEGMENT-COUNT SEGMENT-HASH.
      ******************************************************************
      * RECORDS AFTER THE LAST CONTROL RECORD BELONG TO NO SOURCE THAT *
      * FINISHED - THE FEED CANNOT BE TRUSTED AS SENT.                 *
      ******************************************************************
       3000-CHECK-TRAILING-RECORDS.

        IF SEGMENT-COUNT > ZERO
            MOVE SEGMENT-COUNT TO UNCONTROLLED-RECDS
            MOVE SEGMENT-COUNT TO FEED-COUNT-EDIT
            MOVE SPACES TO BREAK-MESSAGE
            STRING 'NO CONTROL RECORD FOR THE LAST '
                                           DELIMITED BY SIZE
                   FEED-COUNT-EDIT         DELIMITED BY SIZE
                   ' FEED RECORDS'         DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-BREAK
        END-IF.
      ******************************************************************
      * SECTION TWO - TOTALS BY SOURCE, AND THE REQUIRED-SOURCE CHECK. *
      ******************************************************************
       4000-WRITE-SOURCE-TOTALS.

        MOVE ALL '-' TO BALANCE-REPORT-LINE.
        WRITE BALANCE-REPORT-LINE.
        MOVE 'FEED TOTALS BY SOURCE' TO BALANCE-REPORT-LINE.
        WRITE BALANCE-REPORT-LINE.
        MOVE ALL '-' TO BALANCE-REPORT-LINE.
        WRITE BALANCE-REPORT-LINE.
        PERFORM 4100-WRITE-ONE-SOURCE
            VARYING SRC-IDX FROM 1 BY 1
            UNTIL SRC-IDX > SOURCE-TABLE-COUNT.
      ******************************************************************
      * ONE SOURCE TOTAL LINE. A REQUIRED SOURCE THAT SENT NO CONTROL  *
      * RECORD IS MISSING AND HOLDS THE RUN.                           *
      ******************************************************************
       4100-WRITE-ONE-SOURCE.

        MOVE SR-SENT-COUNT (SRC-IDX) TO SENT-COUNT-EDIT.
        MOVE SR-FEED-COUNT (SRC-IDX) TO FEED-COUNT-EDIT.
        MOVE SPACES TO BALANCE-REPORT-LINE.
        IF SR-CONTROLS (SRC-IDX) = ZERO
            STRING SR-SOURCE-ID (SRC-IDX)  DELIMITED BY SIZE
                   '          *** MISSING - REQUIRED SOURCE SENT NO '
                                           DELIMITED BY SIZE
                   'CONTROL RECORD ***'    DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
            END-STRING
            WRITE BALANCE-REPORT-LINE
            ADD 1 TO SOURCES-MISSING
            MOVE SPACES TO BREAK-MESSAGE
            STRING SR-SOURCE-ID (SRC-IDX)  DELIMITED BY SPACE
                   ' IS MISSING - NO CONTROL RECORD IN THE FEED'
                                           DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-BREAK
        ELSE
            STRING SR-SOURCE-ID (SRC-IDX)  DELIMITED BY SIZE
                   '          RECS SENT '  DELIMITED BY SIZE
                   SENT-COUNT-EDIT         DELIMITED BY SIZE
                   ' FEED '                DELIMITED BY SIZE
                   FEED-COUNT-EDIT         DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
            END-STRING
            WRITE BALANCE-REPORT-LINE
        END-IF.
      ******************************************************************
      * SECTION THREE - THE VERDICT THE OPERATOR ACTS ON.              *
      ******************************************************************
       5000-WRITE-VERDICT.

        MOVE ALL '-' TO BALANCE-REPORT-LINE.
        WRITE BALANCE-REPORT-LINE.
        MOVE SPACES TO BALANCE-REPORT-LINE.
        IF OUT-OF-BALANCE-SW = 'Y'
            STRING '*** FEED OUT OF BALANCE - SORTSTEP/DUPSTEP ',
                   'BYPASSED ***'
                   DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
            END-STRING
            WRITE BALANCE-REPORT-LINE
            MOVE SPACES TO BALANCE-REPORT-LINE
            STRING '*** PARTITION JOBS NOT RELEASED ***'
                   DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
            END-STRING
        ELSE
            STRING 'FEED IN BALANCE WITH EVERY SENDER - OK TO APPLY'
                   DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
            END-STRING
        END-IF.
        WRITE BALANCE-REPORT-LINE.
      ******************************************************************
      * REPORT HEADER.                                                 *
      ******************************************************************
       8100-WRITE-REPORT-HEADER.

        MOVE SPACES TO BALANCE-REPORT-LINE.
        STRING 'WHSE_CBL_FEEDBAL MOVE FEED BALANCING - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
        END-STRING.
        WRITE BALANCE-REPORT-LINE.
        MOVE SPACES TO BALANCE-REPORT-LINE.
        STRING 'EACH CONTROL RECORD AGAINST THE FEED RECORDS '
               'AHEAD OF IT'               DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
        END-STRING.
        WRITE BALANCE-REPORT-LINE.
        MOVE ALL '-' TO BALANCE-REPORT-LINE.
        WRITE BALANCE-REPORT-LINE.
      ******************************************************************
      * FIND (OR ADD) THE SOURCE TABLE ENTRY FOR LOOKUP-SOURCE-ID,     *
      * LEAVING SRC-IDX ON IT.                                         *
      ******************************************************************
       9000-FIND-SOURCE-ENTRY.

        SET SRC-IDX TO 1.
        SEARCH SOURCE-ENTRY
            AT END
                IF SOURCE-TABLE-COUNT < 20
                    ADD 1 TO SOURCE-TABLE-COUNT
                    SET SRC-IDX TO SOURCE-TABLE-COUNT
                    INITIALIZE SOURCE-ENTRY (SRC-IDX)
                    MOVE LOOKUP-SOURCE-ID
                        TO SR-SOURCE-ID (SRC-IDX)
                    MOVE 'N' TO SR-REQUIRED-SW (SRC-IDX)
                ELSE
                    SET SRC-IDX TO SOURCE-TABLE-COUNT
                END-IF
            WHEN SR-SOURCE-ID (SRC-IDX) = LOOKUP-SOURCE-ID
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * ONE BALANCING BREAK - ON THE REPORT AND ON THE JOB LOG, WHERE  *
      * THE NIGHT OPERATOR SEES IT FIRST - AND THE RUN IS HELD.        *
      ******************************************************************
       9100-REPORT-BREAK.

        MOVE 'Y' TO OUT-OF-BALANCE-SW.
        MOVE SPACES TO BALANCE-REPORT-LINE.
        STRING '  *** '                    DELIMITED BY SIZE
               BREAK-MESSAGE               DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
        END-STRING.
        WRITE BALANCE-REPORT-LINE.
        DISPLAY '*** FEED BALANCING - ' BREAK-MESSAGE.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        CLOSE BALANCE-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** FEEDBAL - MOVE FEED BALANCING COUNTS          ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'FEED       RECDS READ          ' FEED-RECDS-READ.
        DISPLAY 'MOVE       RECDS READ          ' DATA-RECDS-READ.
        DISPLAY 'CONTROL    RECDS READ          ' CONTROL-RECDS-READ.
        DISPLAY 'CONTROLS   OUT OF BALANCE      '
                CONTROLS-OUT-OF-BALANCE.
        DISPLAY 'SOURCES    MISSING             ' SOURCES-MISSING.
        DISPLAY 'RECORDS    WITHOUT CONTROL     ' UNCONTROLLED-RECDS.
        IF OUT-OF-BALANCE-SW = 'Y'
            DISPLAY '*** FEED OUT OF BALANCE - SORTSTEP/DUPSTEP '
                    'BYPASSED ***'
            DISPLAY '*** PARTITION JOBS NOT RELEASED ***'
        END-IF.
        DISPLAY "-----------------------------------------------------".
