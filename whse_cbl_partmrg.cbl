       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_PARTMRG.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MERGED RECONCILIATION FOR A PARTITIONED NIGHTLY UPDATE. EACH  *
      * WHSE_CBL_BATCH PARTITION RUN, AND THE CROSS-PARTITION RUN     *
      * ('XP') THAT APPLIES THE TRANSFERS THEY PASSED ON, LEAVES ITS  *
      * RUN TOTALS AND WAREHOUSE SUBTOTALS ON A RECON COUNT FILE.     *
      * THIS PROGRAM READS THEM ALL (CONCATENATED) AND PRINTS THE ONE *
      * RECONCILIATION REPORT THE SUPERVISORS SIGN OFF, IN THE SAME   *
      * FORM AS THE SINGLE-RUN REPORT: NIGHT TOTALS, ONE SUBTOTAL     *
      * BLOCK PER WAREHOUSE SUMMED ACROSS THE RUNS, THEN ONE LINE PER *
      * PARTITION. ON TOP OF EACH RUN'S OWN TIE-OUT IT PROVES:        *
      *   - EVERY PARTITION ON PARTCTL, AND THE CROSS-PARTITION RUN,  *
      *     LEFT COUNTS - A MISSING ONE HAS NOT FINISHED, SO THE      *
      *     NIGHT CANNOT BE MERGED YET (RETURN CODE 8),               *
      *   - EVERY PARTITION READ THE SAME FEED (ITS OWN RECORDS PLUS  *
      *     THE OTHER PARTITIONS' RECORDS IT IGNORED), AND THEIR OWN  *
      *     RECORDS ADD UP TO THAT FEED, SO EACH FEED RECORD WAS      *
      *     APPLIED BY EXACTLY ONE PARTITION - A WAREHOUSE IN NO      *
      *     PARTITION SHOWS UP HERE,                                  *
      *   - THE CROSS-PARTITION RUN READ EVERY TRANSFER PASSED TO IT, *
      *   - THE NIGHT TOTALS EQUAL THE SUM OF THE WAREHOUSE SUBTOTALS,*
      *   - NO RUN CARRIED ITS OWN RECONCILIATION EXCEPTION, AND ALL  *
      *     RAN FOR THE SAME RUN DATE.                                *
      * ANY OF THOSE IS AN EXCEPTION (RETURN CODE 4) AND THE REPORT   *
      * SAYS NOT TO SIGN OFF.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PARTITION-CONTROL ASSIGN TO PARTCTL
            FILE STATUS IS FL-STAT-PTN.
        SELECT RECON-COUNT-FILE ASSIGN TO RECONCNT
            FILE STATUS IS FL-STAT-RCT.
        SELECT RECON-REPORT ASSIGN TO RECONRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * WAREHOUSE-TO-PARTITION ASSIGNMENTS, AS WHSE_CBL_BATCH READS    *
      * THEM - ONLY THE PARTITION IDS MATTER HERE.                     *
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
      * ONE RUN'S COUNTS AS WHSE_CBL_BATCH WRITES THEM - A 'T' RECORD  *
      * OF RUN TOTALS FOLLOWED BY ITS 'W' WAREHOUSE SUBTOTALS.         *
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

       FD RECON-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RECON-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 NIGHT-RUN-DATE             PIC 9(8)           VALUE ZERO.
        03 RECON-NUM-EDIT             PIC ZZZZZZZZ9      VALUE ZERO.
        03 PART-READ-EDIT             PIC ZZZZZZZZ9      VALUE ZERO.
        03 PART-OTHER-EDIT            PIC ZZZZZZZZ9      VALUE ZERO.
        03 PART-PASSED-EDIT           PIC ZZZZZZZZ9      VALUE ZERO.
        03 BREAK-MESSAGE              PIC X(74)          VALUE SPACES.
        03 LOOKUP-PARTITION-ID        PIC X(02)          VALUE SPACES.
        03 LOOKUP-WAREHOUSE-ID        PIC X(03)          VALUE SPACES.
        03 CURRENT-PARTITION-ID       PIC X(02)          VALUE SPACES.

       01 SWITCHES.
          03 CTL-EOF-SW              PIC    X   VALUE 'N'.
          03 RCT-EOF-SW              PIC    X   VALUE 'N'.
          03 RECON-EXCEPTION-SW      PIC    X   VALUE 'N'.
          03 RUN-MISSING-SW          PIC    X   VALUE 'N'.
          03 FEED-COUNT-SET-SW       PIC    X   VALUE 'N'.
          03 CURRENT-DUPLICATE-SW    PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-PTN                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RCT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

       01 COUNTRIES.
          03 CONTROL-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 COUNT-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 RUNS-MISSING                PIC S9(9)  COMP-3 VALUE ZERO.
          03 EXCEPTIONS-FOUND            PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * NIGHT TOTALS - EVERY RUN'S 'T' RECORD ADDED TOGETHER. READ     *
      * COUNTS A PASSED TRANSFER TWICE (IN ITS PARTITION AND IN THE    *
      * CROSS-PARTITION RUN), SO THE REPORT SHOWS THE FEED THE         *
      * PARTITIONS READ AND THE CROSS-PARTITION READ SEPARATELY.       *
      ******************************************************************
       01 NIGHT-TOTALS.
          03 NT-RECDS-READ               PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-WRITTEN            PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-UPDATED            PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-INSERTED           PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-DELETED            PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-REJECTED           PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-SKIPPED            PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-VALID-ERROR        PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-MOVES-TRANSFERRED        PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-MOVES-HELD-CAPACITY      PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-RECDS-PASSED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-PARTITION-READ           PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-CROSS-READ               PIC S9(9)  COMP-3 VALUE ZERO.
          03 NT-FEED-COUNT               PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECON-EXPECTED-PROC         PIC S9(9)  COMP-3 VALUE ZERO.
          03 RECON-ACTUAL-PROC           PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * THE SAME COUNTS SUMMED FROM THE 'W' RECORDS, TO TIE THE NIGHT  *
      * TOTALS TO THE WAREHOUSE SUBTOTALS.                             *
      ******************************************************************
       01 WAREHOUSE-SUM-TOTALS.
          03 WH-SUM-READ                 PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-UPDATED              PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-INSERTED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-DELETED              PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-REJECTED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-VALID-ERROR          PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-TRANSFERRED          PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-HELD-CAPACITY        PIC S9(9)  COMP-3 VALUE ZERO.
          03 WH-SUM-PASSED               PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER PARTITION ON PARTCTL PLUS THE CROSS-PARTITION    *
      * RUN, WITH THE 'T' COUNTS EACH LEFT. A COUNT FILE FROM A        *
      * PARTITION NOT ON PARTCTL GETS AN ENTRY OF ITS OWN AND IS AN    *
      * EXCEPTION. PT-DUPLICATE-SW MARKS A PARTITION THAT LEFT A       *
      * SECOND SET OF COUNTS, REPORTED ONCE THE HEADER IS OUT.         *
      ******************************************************************
       01 PARTITION-TABLE-COUNT            PIC S9(4) COMP VALUE ZERO.
       01 PARTITION-TABLE.
          03 PARTITION-ENTRY               OCCURS 0 TO 50 TIMES
                                 DEPENDING ON PARTITION-TABLE-COUNT
                                 INDEXED BY PTN-IDX.
             05 PT-PARTITION-ID            PIC X(02).
             05 PT-ON-CONTROL-SW           PIC X(01).
             05 PT-COUNTS-SW               PIC X(01).
             05 PT-RUN-DATE                PIC 9(8).
             05 PT-RECDS-READ              PIC S9(9) COMP-3.
             05 PT-RECDS-PASSED            PIC S9(9) COMP-3.
             05 PT-RECDS-OTHER             PIC S9(9) COMP-3.
             05 PT-EXCEPTION-SW            PIC X(01).
             05 PT-DUPLICATE-SW            PIC X(01).

      ******************************************************************
      * WAREHOUSE SUBTOTALS SUMMED ACROSS EVERY RUN. A WAREHOUSE'S     *
      * OWN PARTITION AND THE CROSS-PARTITION RUN BOTH CONTRIBUTE. IF  *
      * MORE THAN 200 WAREHOUSES EVER APPEAR THE OVERFLOW IS LUMPED    *
      * INTO THE LAST ENTRY RATHER THAN ABENDING THE RUN.              *
      ******************************************************************
       01 WAREHOUSE-TOTAL-COUNT            PIC S9(4) COMP VALUE ZERO.
       01 WAREHOUSE-TOTAL-TABLE.
          03 WAREHOUSE-TOTAL-ENTRY         OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WAREHOUSE-TOTAL-COUNT
                                 INDEXED BY WT-IDX.
             05 WT-WAREHOUSE-ID            PIC X(03).
             05 WT-RECDS-READ              PIC S9(9) COMP-3.
             05 WT-RECDS-UPDATED           PIC S9(9) COMP-3.
             05 WT-RECDS-INSERTED          PIC S9(9) COMP-3.
             05 WT-RECDS-DELETED           PIC S9(9) COMP-3.
             05 WT-RECDS-REJECTED          PIC S9(9) COMP-3.
             05 WT-RECDS-VALID-ERROR       PIC S9(9) COMP-3.
             05 WT-MOVES-TRANSFERRED       PIC S9(9) COMP-3.
             05 WT-MOVES-HELD-CAPACITY     PIC S9(9) COMP-3.
             05 WT-RECDS-PASSED            PIC S9(9) COMP-3.

       PROCEDURE DIVISION.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'PARTMRG COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.

        OPEN INPUT PARTITION-CONTROL.
        IF FL-STAT-PTN NOT = 00
          DISPLAY 'OPEN PARTITION CONTROL ERROR - STAT :' FL-STAT-PTN
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT RECON-COUNT-FILE.
        IF FL-STAT-RCT NOT = 00
          DISPLAY 'OPEN RECON COUNT FILE ERROR - STAT :' FL-STAT-RCT
          MOVE  +20                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT RECON-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN RECON REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        PERFORM 0100-READ-PARTITION-CONTROL UNTIL CTL-EOF-SW = 'Y'.
        CLOSE PARTITION-CONTROL.
        MOVE 'XP' TO LOOKUP-PARTITION-ID.
        PERFORM 9000-FIND-PARTITION-ENTRY.
        MOVE 'Y' TO PT-ON-CONTROL-SW (PTN-IDX).

        PERFORM 1000-READ-COUNTS UNTIL RCT-EOF-SW = 'Y'.
        CLOSE RECON-COUNT-FILE.

        PERFORM 3900-WRITE-REPORT-HEADER.
        PERFORM 2000-CHECK-PARTITIONS.
        PERFORM 3000-CHECK-NIGHT-TOTALS.
        PERFORM 4000-WRITE-NIGHT-TOTALS.
        PERFORM 4100-WRITE-WHSE-SUBTOTAL
            VARYING WT-IDX FROM 1 BY 1
            UNTIL WT-IDX > WAREHOUSE-TOTAL-COUNT.
        PERFORM 4200-WRITE-PARTITION-LINES.
        PERFORM 5000-WRITE-VERDICT.
        PERFORM 6000-FINAL-COUNT.
        IF RUN-MISSING-SW = 'Y'
            MOVE 8 TO RETURN-CODE
        ELSE
            IF RECON-EXCEPTION-SW = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
        GOBACK.

      ******************************************************************
      * ONE PARTITION CONTROL RECORD - NOTE ITS PARTITION AS EXPECTED  *
      * TONIGHT.                                                       *
      ******************************************************************
       0100-READ-PARTITION-CONTROL.

        READ PARTITION-CONTROL
            AT END
                MOVE 'Y' TO CTL-EOF-SW
            NOT AT END
                ADD 1 TO CONTROL-RECDS-READ
                MOVE PTC-PARTITION-ID TO LOOKUP-PARTITION-ID
                PERFORM 9000-FIND-PARTITION-ENTRY
                MOVE 'Y' TO PT-ON-CONTROL-SW (PTN-IDX)
        END-READ.
      ******************************************************************
      * ONE COUNT RECORD. A 'T' RECORD OPENS A RUN'S COUNTS AND IS     *
      * ADDED TO THE NIGHT TOTALS; ITS 'W' RECORDS FOLLOW. A SECOND    *
      * 'T' RECORD FOR THE SAME PARTITION (A COUNT FILE CONCATENATED   *
      * TWICE) IS AN EXCEPTION AND ITS COUNTS ARE LEFT OUT OF THE      *
      * TOTALS, WARNING RECORDS AND ALL - THE PARTITION IS FLAGGED     *
      * HERE AND THE EXCEPTION WRITTEN BY 2100 UNDER THE HEADER.       *
      ******************************************************************
       1000-READ-COUNTS.

        READ RECON-COUNT-FILE
            AT END
                MOVE 'Y' TO RCT-EOF-SW
            NOT AT END
                ADD 1 TO COUNT-RECDS-READ
                IF RCT-RECORD-TYPE = 'T'
                    PERFORM 1100-POST-RUN-TOTALS
                ELSE
                    IF RCT-PARTITION-ID = CURRENT-PARTITION-ID
                            AND CURRENT-DUPLICATE-SW = 'N'
                        PERFORM 1200-POST-WHSE-SUBTOTAL
                    END-IF
                END-IF
        END-READ.
      ******************************************************************
      * POST ONE RUN'S 'T' RECORD TO ITS PARTITION AND THE NIGHT.      *
      ******************************************************************
       1100-POST-RUN-TOTALS.

        MOVE RCT-PARTITION-ID TO LOOKUP-PARTITION-ID
                                 CURRENT-PARTITION-ID.
        PERFORM 9000-FIND-PARTITION-ENTRY.
        IF PT-COUNTS-SW (PTN-IDX) = 'Y'
            MOVE 'Y' TO CURRENT-DUPLICATE-SW
                        PT-DUPLICATE-SW (PTN-IDX)
        ELSE
            MOVE 'N' TO CURRENT-DUPLICATE-SW
            IF NIGHT-RUN-DATE = ZERO
                MOVE RCT-RUN-DATE          TO NIGHT-RUN-DATE
            END-IF
            MOVE 'Y'                       TO PT-COUNTS-SW (PTN-IDX)
            MOVE RCT-RUN-DATE              TO PT-RUN-DATE (PTN-IDX)
            MOVE RCT-RECDS-READ            TO PT-RECDS-READ (PTN-IDX)
            MOVE RCT-RECDS-PASSED          TO PT-RECDS-PASSED (PTN-IDX)
            MOVE RCT-RECDS-OTHER-PARTITION TO PT-RECDS-OTHER (PTN-IDX)
            MOVE RCT-EXCEPTION-SW          TO PT-EXCEPTION-SW (PTN-IDX)
            ADD RCT-RECDS-READ          TO NT-RECDS-READ
            ADD RCT-RECDS-WRITTEN       TO NT-RECDS-WRITTEN
            ADD RCT-RECDS-UPDATED       TO NT-RECDS-UPDATED
            ADD RCT-RECDS-INSERTED      TO NT-RECDS-INSERTED
            ADD RCT-RECDS-DELETED       TO NT-RECDS-DELETED
            ADD RCT-RECDS-REJECTED      TO NT-RECDS-REJECTED
            ADD RCT-RECDS-SKIPPED       TO NT-RECDS-SKIPPED
            ADD RCT-RECDS-VALID-ERROR   TO NT-RECDS-VALID-ERROR
            ADD RCT-MOVES-TRANSFERRED   TO NT-MOVES-TRANSFERRED
            ADD RCT-MOVES-HELD-CAPACITY TO NT-MOVES-HELD-CAPACITY
            ADD RCT-RECDS-PASSED        TO NT-RECDS-PASSED
            IF RCT-PARTITION-ID = 'XP'
                ADD RCT-RECDS-READ TO NT-CROSS-READ
            ELSE
                ADD RCT-RECDS-READ TO NT-PARTITION-READ
            END-IF
        END-IF.
      ******************************************************************
      * ADD ONE 'W' RECORD TO ITS WAREHOUSE AND TO THE SUBTOTAL SUMS.  *
      ******************************************************************
       1200-POST-WHSE-SUBTOTAL.

        MOVE RCT-WAREHOUSE-ID TO LOOKUP-WAREHOUSE-ID.
        PERFORM 9200-FIND-WAREHOUSE-ENTRY.
        ADD RCT-RECDS-READ        TO WT-RECDS-READ (WT-IDX)
                                     WH-SUM-READ.
        ADD RCT-RECDS-UPDATED     TO WT-RECDS-UPDATED (WT-IDX)
                                     WH-SUM-UPDATED.
        ADD RCT-RECDS-INSERTED    TO WT-RECDS-INSERTED (WT-IDX)
                                     WH-SUM-INSERTED.
        ADD RCT-RECDS-DELETED     TO WT-RECDS-DELETED (WT-IDX)
                                     WH-SUM-DELETED.
        ADD RCT-RECDS-REJECTED    TO WT-RECDS-REJECTED (WT-IDX)
                                     WH-SUM-REJECTED.
        ADD RCT-RECDS-VALID-ERROR TO WT-RECDS-VALID-ERROR (WT-IDX)
                                     WH-SUM-VALID-ERROR.
        ADD RCT-MOVES-TRANSFERRED TO WT-MOVES-TRANSFERRED (WT-IDX)
                                     WH-SUM-TRANSFERRED.
        ADD RCT-MOVES-HELD-CAPACITY
                                  TO WT-MOVES-HELD-CAPACITY (WT-IDX)
                                     WH-SUM-HELD-CAPACITY.
        ADD RCT-RECDS-PASSED      TO WT-RECDS-PASSED (WT-IDX)
                                     WH-SUM-PASSED.
      ******************************************************************
      * RUN-BY-RUN CHECKS. THE FEED COUNT IS TAKEN FROM THE FIRST      *
      * PARTITION THAT LEFT COUNTS, AND THE NIGHT'S RUN DATE FROM THE  *
      * FIRST COUNTS READ; EVERY OTHER PARTITION MUST HAVE READ THE    *
      * SAME NUMBER OF RECORDS, OWN AND OTHER, ON THE SAME DATE.       *
      ******************************************************************
       2000-CHECK-PARTITIONS.

        PERFORM 2100-CHECK-ONE-PARTITION
            VARYING PTN-IDX FROM 1 BY 1
            UNTIL PTN-IDX > PARTITION-TABLE-COUNT.

        IF FEED-COUNT-SET-SW = 'Y'
                AND NT-PARTITION-READ NOT = NT-FEED-COUNT
            MOVE NT-PARTITION-READ TO PART-READ-EDIT
            MOVE NT-FEED-COUNT     TO RECON-NUM-EDIT
            MOVE SPACES TO BREAK-MESSAGE
            STRING 'PARTITIONS APPLIED ' PART-READ-EDIT
                   ' OF ' RECON-NUM-EDIT ' FEED RECORDS'
                   DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-EXCEPTION
            IF NT-PARTITION-READ < NT-FEED-COUNT
                MOVE SPACES TO BREAK-MESSAGE
                STRING 'FEED HOLDS WAREHOUSES IN NO PARTITION - '
                       'ADD THEM TO PARTCTL'
                       DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
                PERFORM 9100-REPORT-EXCEPTION
            END-IF
        END-IF.

        IF NT-CROSS-READ NOT = NT-RECDS-PASSED
            MOVE NT-RECDS-PASSED TO PART-PASSED-EDIT
            MOVE NT-CROSS-READ   TO PART-READ-EDIT
            MOVE SPACES TO BREAK-MESSAGE
            STRING 'PARTITIONS PASSED ' PART-PASSED-EDIT
                   ' TRANSFERS BUT CROSS-PARTITION READ '
                   PART-READ-EDIT
                   DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-EXCEPTION
        END-IF.
      ******************************************************************
      * ONE PARTITION (OR THE CROSS-PARTITION RUN): COUNTS PRESENT,    *
      * EXPECTED, CLEAN, FOR THE NIGHT'S RUN DATE, AND - FOR A         *
      * PARTITION - OVER THE WHOLE FEED.                               *
      ******************************************************************
       2100-CHECK-ONE-PARTITION.

        IF PT-COUNTS-SW (PTN-IDX) NOT = 'Y'
            MOVE 'Y' TO RUN-MISSING-SW
            ADD 1 TO RUNS-MISSING
            MOVE SPACES TO BREAK-MESSAGE
            STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                   ' LEFT NO COUNTS - NOT FINISHED, NIGHT CANNOT BE '
                   'MERGED'
                   DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-EXCEPTION
        ELSE
            IF PT-ON-CONTROL-SW (PTN-IDX) NOT = 'Y'
                MOVE SPACES TO BREAK-MESSAGE
                STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                       ' LEFT COUNTS BUT IS NOT ON PARTCTL'
                       DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
                PERFORM 9100-REPORT-EXCEPTION
            END-IF
            IF PT-RUN-DATE (PTN-IDX) NOT = NIGHT-RUN-DATE
                MOVE SPACES TO BREAK-MESSAGE
                STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                       ' RAN ON ' PT-RUN-DATE (PTN-IDX)
                       ', NOT ' NIGHT-RUN-DATE
                       DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
                PERFORM 9100-REPORT-EXCEPTION
            END-IF
            IF PT-DUPLICATE-SW (PTN-IDX) = 'Y'
                MOVE SPACES TO BREAK-MESSAGE
                STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                       ' LEFT TWO SETS OF COUNTS - SECOND SET IGNORED'
                       DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
                PERFORM 9100-REPORT-EXCEPTION
            END-IF
            IF PT-EXCEPTION-SW (PTN-IDX) = 'Y'
                MOVE SPACES TO BREAK-MESSAGE
                STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                       ' DID NOT TIE OUT ON ITS OWN RECONCILIATION'
                       DELIMITED BY SIZE
                       INTO BREAK-MESSAGE
                END-STRING
                PERFORM 9100-REPORT-EXCEPTION
            END-IF
            IF PT-PARTITION-ID (PTN-IDX) NOT = 'XP'
                PERFORM 2200-CHECK-FEED-COUNT
            END-IF
        END-IF.
      ******************************************************************
      * A PARTITION'S OWN RECORDS PLUS THOSE IT LEFT TO OTHERS IS THE  *
      * WHOLE FEED - THE SAME FOR EVERY PARTITION.                     *
      ******************************************************************
       2200-CHECK-FEED-COUNT.

        IF FEED-COUNT-SET-SW = 'N'
            COMPUTE NT-FEED-COUNT = PT-RECDS-READ (PTN-IDX)
                                  + PT-RECDS-OTHER (PTN-IDX)
            MOVE 'Y' TO FEED-COUNT-SET-SW
        END-IF.
        IF PT-RECDS-READ (PTN-IDX) + PT-RECDS-OTHER (PTN-IDX)
                NOT = NT-FEED-COUNT
            COMPUTE RECON-EXPECTED-PROC = PT-RECDS-READ (PTN-IDX)
                                        + PT-RECDS-OTHER (PTN-IDX)
            MOVE RECON-EXPECTED-PROC TO PART-READ-EDIT
            MOVE NT-FEED-COUNT       TO RECON-NUM-EDIT
            MOVE SPACES TO BREAK-MESSAGE
            STRING 'PARTITION ' PT-PARTITION-ID (PTN-IDX)
                   ' READ ' PART-READ-EDIT ' FEED RECORDS, NOT '
                   RECON-NUM-EDIT
                   DELIMITED BY SIZE
                   INTO BREAK-MESSAGE
            END-STRING
            PERFORM 9100-REPORT-EXCEPTION
        END-IF.
      ******************************************************************
      * THE SINGLE-RUN TIE-OUTS OVER THE NIGHT TOTALS, AND THE NIGHT   *
      * TOTALS AGAINST THE WAREHOUSE SUBTOTALS. THE RUN TOTALS COUNT A *
      * RESTART'S SKIPPED RECORDS THAT THE SUBTOTALS NEVER SEE.        *
      ******************************************************************
       3000-CHECK-NIGHT-TOTALS.

        COMPUTE RECON-EXPECTED-PROC =
            NT-RECDS-WRITTEN + NT-RECDS-SKIPPED + NT-RECDS-PASSED.
        IF NT-RECDS-READ NOT = RECON-EXPECTED-PROC
            MOVE 'READ DOES NOT EQUAL WRITTEN + SKIPPED + PASSED'
                                           TO BREAK-MESSAGE
            PERFORM 9100-REPORT-EXCEPTION
        END-IF.

        COMPUTE RECON-ACTUAL-PROC =
            NT-RECDS-UPDATED + NT-RECDS-INSERTED
            + NT-RECDS-DELETED
            + NT-RECDS-REJECTED + NT-RECDS-VALID-ERROR
            + NT-MOVES-HELD-CAPACITY.
        IF NT-RECDS-WRITTEN NOT = RECON-ACTUAL-PROC
            MOVE 'WRITTEN DOES NOT EQUAL THE SUM OF THE DISPOSITIONS'
                                           TO BREAK-MESSAGE
            PERFORM 9100-REPORT-EXCEPTION
        END-IF.

        IF NT-RECDS-READ NOT = WH-SUM-READ + NT-RECDS-SKIPPED
                OR NT-RECDS-UPDATED NOT = WH-SUM-UPDATED
                OR NT-RECDS-INSERTED NOT = WH-SUM-INSERTED
                OR NT-RECDS-DELETED NOT = WH-SUM-DELETED
                OR NT-RECDS-REJECTED NOT = WH-SUM-REJECTED
                OR NT-RECDS-VALID-ERROR NOT = WH-SUM-VALID-ERROR
                OR NT-MOVES-TRANSFERRED NOT = WH-SUM-TRANSFERRED
                OR NT-MOVES-HELD-CAPACITY NOT = WH-SUM-HELD-CAPACITY
                OR NT-RECDS-PASSED NOT = WH-SUM-PASSED
            MOVE 'NIGHT TOTALS DO NOT EQUAL THE WAREHOUSE SUBTOTALS'
                                           TO BREAK-MESSAGE
            PERFORM 9100-REPORT-EXCEPTION
        END-IF.
      ******************************************************************
      * REPORT HEADER - DATED WITH THE NIGHT THE RUNS PROCESSED, NOT   *
      * THE DAY THE MERGE RAN. EXCEPTIONS FOLLOW IT, AHEAD OF THE      *
      * TOTALS.                                                        *
      ******************************************************************
       3900-WRITE-REPORT-HEADER.

        IF NIGHT-RUN-DATE = ZERO
            MOVE RUN-DATE TO NIGHT-RUN-DATE
        END-IF.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'WHSE_CBL_BATCH RECONCILIATION REPORT - RUN DATE '
               DELIMITED BY SIZE
               NIGHT-RUN-DATE              DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        MOVE 'ALL PARTITIONS AND THE CROSS-PARTITION RUN, MERGED'
                                           TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * REPORT SECTION ONE - THE NIGHT TOTALS, LABELLED AS THE         *
      * SINGLE-RUN REPORT LABELS THEM.                                 *
      ******************************************************************
       4000-WRITE-NIGHT-TOTALS.

        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        MOVE NT-PARTITION-READ TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'INPUT  RECORDS READ          ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-CROSS-READ TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'CROSS-PARTITION RECORDS READ ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-WRITTEN TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'OUTPUT RECORDS WRITTEN       ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-UPDATED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS UPDATED IN DB        ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-INSERTED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS INSERTED IN DB       ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-DELETED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS DELETED FROM DB      ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-REJECTED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS REJECTED             ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-SKIPPED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS SKIPPED ON RESTART   ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-VALID-ERROR TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'RECORDS FAILING KEY VALIDATION' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-MOVES-TRANSFERRED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'COMPLETED MOVES TRANSFERRED  ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-MOVES-HELD-CAPACITY TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'MOVES HELD - BIN CAPACITY    ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE NT-RECDS-PASSED TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'MOVES PASSED CROSS-PARTITION ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * REPORT SECTION TWO - ONE BLOCK PER WAREHOUSE, SUMMED OVER ITS  *
      * PARTITION AND THE CROSS-PARTITION RUN. A PASSED TRANSFER IS    *
      * READ BY BOTH, SO RECORDS READ IS NET OF THE PASSES - EACH FEED *
      * RECORD ONCE.                                                   *
      ******************************************************************
       4100-WRITE-WHSE-SUBTOTAL.

        MOVE SPACES TO RECON-REPORT-LINE.
        STRING 'WAREHOUSE: '                DELIMITED BY SIZE
               WT-WAREHOUSE-ID (WT-IDX)     DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        COMPUTE RECON-NUM-EDIT = WT-RECDS-READ (WT-IDX)
                               - WT-RECDS-PASSED (WT-IDX).
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS READ               ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-RECDS-UPDATED (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS UPDATED IN DB      ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-RECDS-INSERTED (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS INSERTED IN DB     ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-RECDS-DELETED (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS DELETED FROM DB    ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-RECDS-REJECTED (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS REJECTED           ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-RECDS-VALID-ERROR (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  RECORDS FAILING VALIDATION ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-MOVES-TRANSFERRED (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  COMPLETED MOVES TRANSFERRED' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.

        MOVE WT-MOVES-HELD-CAPACITY (WT-IDX) TO RECON-NUM-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  MOVES HELD - BIN CAPACITY  ' DELIMITED BY SIZE
               RECON-NUM-EDIT               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * REPORT SECTION THREE - ONE LINE PER PARTITION.                 *
      ******************************************************************
       4200-WRITE-PARTITION-LINES.

        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        MOVE 'PARTITION       OWN READ     OTHER    PASSED'
                                           TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.
        PERFORM 4210-WRITE-ONE-PARTITION
            VARYING PTN-IDX FROM 1 BY 1
            UNTIL PTN-IDX > PARTITION-TABLE-COUNT.
      ******************************************************************
      * ONE PARTITION LINE.                                            *
      ******************************************************************
       4210-WRITE-ONE-PARTITION.

        MOVE PT-RECDS-READ (PTN-IDX)   TO PART-READ-EDIT.
        MOVE PT-RECDS-OTHER (PTN-IDX)  TO PART-OTHER-EDIT.
        MOVE PT-RECDS-PASSED (PTN-IDX) TO PART-PASSED-EDIT.
        MOVE SPACES TO RECON-REPORT-LINE.
        IF PT-COUNTS-SW (PTN-IDX) = 'Y'
            STRING '   ' PT-PARTITION-ID (PTN-IDX)
                   '      ' PART-READ-EDIT
                   ' ' PART-OTHER-EDIT
                   ' ' PART-PASSED-EDIT
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
        ELSE
            STRING '   ' PT-PARTITION-ID (PTN-IDX)
                   '      *** NO COUNTS - NOT FINISHED ***'
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
        END-IF.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * THE SIGN-OFF LINE, WORDED AS ON THE SINGLE-RUN REPORT.         *
      ******************************************************************
       5000-WRITE-VERDICT.

        MOVE ALL '-' TO RECON-REPORT-LINE.
        WRITE RECON-REPORT-LINE.

        MOVE SPACES TO RECON-REPORT-LINE.
        IF RECON-EXCEPTION-SW = 'Y'
            STRING '*** EXCEPTION - RECORD COUNTS DO NOT TIE OUT - ',
                   'DO NOT SIGN OFF THIS RUN ***'
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
        ELSE
            STRING 'COUNTS TIE OUT - OK FOR WAREHOUSE SUPERVISOR ',
                   'SIGN-OFF'
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
            END-STRING
        END-IF.
        WRITE RECON-REPORT-LINE.
      ******************************************************************
      * FIND (OR ADD) THE PARTITION ENTRY FOR LOOKUP-PARTITION-ID,     *
      * LEAVING PTN-IDX ON IT.                                         *
      ******************************************************************
       9000-FIND-PARTITION-ENTRY.

        SET PTN-IDX TO 1.
        SEARCH PARTITION-ENTRY
            AT END
                IF PARTITION-TABLE-COUNT < 50
                    ADD 1 TO PARTITION-TABLE-COUNT
                    SET PTN-IDX TO PARTITION-TABLE-COUNT
                    INITIALIZE PARTITION-ENTRY (PTN-IDX)
                    MOVE LOOKUP-PARTITION-ID
                        TO PT-PARTITION-ID (PTN-IDX)
                    MOVE 'N' TO PT-ON-CONTROL-SW (PTN-IDX)
                                PT-COUNTS-SW (PTN-IDX)
                                PT-DUPLICATE-SW (PTN-IDX)
                ELSE
                    SET PTN-IDX TO PARTITION-TABLE-COUNT
                END-IF
            WHEN PT-PARTITION-ID (PTN-IDX) = LOOKUP-PARTITION-ID
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * ONE RECONCILIATION EXCEPTION - ON THE REPORT AHEAD OF THE      *
      * TOTALS AND ON THE JOB LOG - AND THE NIGHT IS NOT SIGNED OFF.   *
      ******************************************************************
       9100-REPORT-EXCEPTION.

        MOVE 'Y' TO RECON-EXCEPTION-SW.
        ADD 1 TO EXCEPTIONS-FOUND.
        MOVE SPACES TO RECON-REPORT-LINE.
        STRING '  *** '                    DELIMITED BY SIZE
               BREAK-MESSAGE               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
        END-STRING.
        WRITE RECON-REPORT-LINE.
        DISPLAY '*** PARTITION MERGE - ' BREAK-MESSAGE.
      ******************************************************************
      * FIND (OR ADD) THE WAREHOUSE ENTRY FOR LOOKUP-WAREHOUSE-ID,     *
      * LEAVING WT-IDX ON IT.                                          *
      ******************************************************************
       9200-FIND-WAREHOUSE-ENTRY.

        SET WT-IDX TO 1.
        SEARCH WAREHOUSE-TOTAL-ENTRY
            AT END
                IF WAREHOUSE-TOTAL-COUNT < 200
                    ADD 1 TO WAREHOUSE-TOTAL-COUNT
                    SET WT-IDX TO WAREHOUSE-TOTAL-COUNT
                    INITIALIZE WAREHOUSE-TOTAL-ENTRY (WT-IDX)
                    MOVE LOOKUP-WAREHOUSE-ID
                        TO WT-WAREHOUSE-ID (WT-IDX)
                ELSE
                    SET WT-IDX TO WAREHOUSE-TOTAL-COUNT
                END-IF
            WHEN WT-WAREHOUSE-ID (WT-IDX) = LOOKUP-WAREHOUSE-ID
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        CLOSE RECON-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** PARTMRG - PARTITIONED RUN RECONCILIATION      ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'CONTROL    RECDS READ          ' CONTROL-RECDS-READ.
        DISPLAY 'COUNT      RECDS READ          ' COUNT-RECDS-READ.
        DISPLAY 'FEED       RECDS APPLIED       ' NT-PARTITION-READ.
        DISPLAY 'CROSS-PART RECDS READ          ' NT-CROSS-READ.
        DISPLAY 'RUNS       WITHOUT COUNTS      ' RUNS-MISSING.
        DISPLAY 'RECON      EXCEPTIONS          ' EXCEPTIONS-FOUND.
        IF RUN-MISSING-SW = 'Y'
            DISPLAY '*** A PARTITION HAS NOT FINISHED - OUTPUTS NOT '
                    'MERGED ***'
        ELSE
            IF RECON-EXCEPTION-SW = 'Y'
                DISPLAY '*** RECONCILIATION EXCEPTION - COUNTS DO NOT '
                        'TIE OUT ***'
            END-IF
        END-IF.
        DISPLAY "-----------------------------------------------------".
