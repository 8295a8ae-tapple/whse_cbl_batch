       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_RECALL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * ON-DEMAND LOT RECALL TRACE FOR QA. TAKES ONE OR MORE LOT      *
      * NUMBERS ON LOTIN AND, FOR EACH LOT, PRINTS:                   *
      *   - EVERY STORELOC_TABLE ROW STILL HOLDING IT, BY WAREHOUSE   *
      *     AND BIN, WITH QUANTITY AND STATUS,                        *
      *   - EVERY AUDIT RECORD THAT MOVED IT, IN DATE ORDER, ACROSS   *
      *     SOURCE AND DEST BINS AND INTER-WAREHOUSE IN-TRANSIT HOPS  *
      *     - FROM THE WHSE_CBL_AUDRETEN ARCHIVE GENERATIONS TOO WHEN *
      *     THE DATE RANGE REACHES BEHIND THE ARCHIVE CUTOFF,         *
      *   - EVERY MOVE ADVICE SENT TO THE 3PL FROM A BIN THE LOT      *
      *     PASSED THROUGH, FROM THE WHSE_CBL_ACKMATCH CARRY-FORWARD  *
      *     CHAIN (ADVICES CARRY NO LOT, SO THEY ARE MATCHED BY       *
      *     WAREHOUSE/ITEM/BIN FROM THE DATE THE LOT REACHED THE BIN),*
      *   - A TIE-OUT OF RECEIVED, RELIEVED, ON-HAND AND IN-TRANSIT   *
      *     QUANTITY FOR THE LOT.                                     *
      * WITH THE HOLD OPTION ON THE PARM IT ALSO APPENDS ONE 'J'      *
      * (ADJUST) MOVE-FEED RECORD PER ON-HAND ROW OF THE LOT SETTING  *
      * IT ON-HOLD, SO THAT NIGHT'S WHSE_CBL_BATCH TAKES THE STOCK    *
      * OUT OF REACH OF WHSE_CBL_ALLOCATE AND WHSE_CBL_REPLEN WITH    *
      * FULL AUDIT COVERAGE. ROWS ALREADY IN-TRANSIT ARE LISTED FOR   *
      * INTERCEPTION BUT NOT HELD - THEIR CONFIRMING MOVE IS STILL    *
      * TO COME.                                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT LOT-IN ASSIGN TO LOTIN
            FILE STATUS IS FL-STAT-LOT.
        SELECT AUDIT-FILE ASSIGN TO AUDFILE
            FILE STATUS IS FL-STAT-AUD.
        SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
            FILE STATUS IS FL-STAT-ARC.
        SELECT SUMMARY-IN ASSIGN TO SUMIN
            FILE STATUS IS FL-STAT-SMI.
        SELECT ADVICE-IN ASSIGN TO ADVIN
            FILE STATUS IS FL-STAT-ADV.
        SELECT MOVE-FEED ASSIGN TO MOVEFEED
            FILE STATUS IS FL-STAT-FED.
        SELECT RECALL-REPORT ASSIGN TO RCLRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * ONE LOT NUMBER PER CARD IN COLUMNS 1-10.                       *
      ******************************************************************
       FD LOT-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOT-IN-RECORD.
          03 LI-LOT-NUM                  PIC X(10).
          03 FILLER                      PIC X(70).

       FD AUDIT-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 AUDIT-RECORD                   PIC X(129).

       FD ARCHIVE-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 ARCHIVE-RECORD                 PIC X(129).

      ******************************************************************
      * THE WHSE_CBL_AUDRETEN SUMMARY GENERATION - ONLY ITS LEADING    *
      * 'C' CONTROL RECORD, CARRYING THE ARCHIVE CUTOFF, IS USED.      *
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

       FD ADVICE-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 MOVE-ADVICE-RECORD.
          03 MADV-WAREHOUSE-ID           PIC X(03).
          03 MADV-ITEM-NUM               PIC X(10).
          03 MADV-STORAGE-LOC            PIC X(10).
          03 MADV-MOV-STATUS             PIC X(11).
          03 MADV-MOVE-DATE              PIC 9(8).

       FD MOVE-FEED
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 MOVE-FEED-RECORD                 PIC X(80).

       FD RECALL-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RECALL-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 QTY-EDIT                   PIC -ZZZZZZZZ9     VALUE ZERO.

       01 SWITCHES.
          03 LOT-EOF-SW              PIC    X   VALUE 'N'.
          03 AUD-EOF-SW              PIC    X   VALUE 'N'.
          03 ARC-EOF-SW              PIC    X   VALUE 'N'.
          03 ADV-EOF-SW              PIC    X   VALUE 'N'.
          03 CURSOR-EOF-SW           PIC    X   VALUE 'N'.
          03 ARCHIVE-READ-SW         PIC    X   VALUE 'N'.
          03 HOLD-MODE-SW            PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-LOT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ARC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-SMI                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ADV                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-FED                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * THE AUDIT DATE RANGE TRACED (ZERO = OPEN AT THAT END) AND THE  *
      * ARCHIVE CUTOFF READ FROM THE SUMMARY'S CONTROL RECORD. THE     *
      * ARCHIVE IS ONLY READ WHEN THE RANGE STARTS BEFORE THE CUTOFF.  *
      ******************************************************************
       01 TRACE-CONTROL.
          03 TRACE-FROM-DATE             PIC 9(8)   VALUE ZERO.
          03 TRACE-TO-DATE               PIC 9(8)   VALUE ZERO.
          03 ARCHIVE-CUTOFF-DATE         PIC 9(8)   VALUE ZERO.
          03 TRACE-SEQ                   PIC 9(7)   VALUE ZERO.

       01 COUNTRIES.
          03 LOTS-REQUESTED              PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 ARCHIVE-RECDS-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-TRACED          PIC S9(9)  COMP-3 VALUE ZERO.
          03 ADVICE-RECDS-READ           PIC S9(9)  COMP-3 VALUE ZERO.
          03 ADVICES-MATCHED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOT-ROWS-FOUND              PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOTS-NOT-TIED               PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-NOT-TABLED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 TRACE-NOT-TABLED            PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-NOT-TABLED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 ADVICES-NOT-TABLED          PIC S9(9)  COMP-3 VALUE ZERO.
          03 HOLDS-WRITTEN               PIC S9(9)  COMP-3 VALUE ZERO.
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
          03 FC-SOURCE-ID                PIC X(08)  VALUE 'RECALL  '.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RECORD-COUNT             PIC 9(09)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-QUANTITY-HASH            PIC 9(13)  VALUE ZERO.
          03 FILLER                      PIC X(01)  VALUE ','.
          03 FC-RUN-DATE                 PIC 9(08)  VALUE ZERO.
          03 FILLER                      PIC X(37)  VALUE SPACES.

      ******************************************************************
      * ONE AUDIT RECORD, LIVE OR ARCHIVED, IN THE BATCH LAYOUT.       *
      ******************************************************************
       01 AUDIT-IMAGE.
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
      * THE LOTS BEING TRACED AND, PER LOT, THE TIE-OUT BUCKETS. EVERY *
      * AUDITED QUANTITY CHANGE OF THE LOT FALLS IN ONE OF THEM:       *
      *   - TRANSFER SIDES (3600/3700/3800) ADD TO LS-TRANSFER-NET,    *
      *     WHICH NETS TO ZERO WHEN BOTH SIDES OF EVERY MOVE APPLIED,  *
      *   - ANY OTHER INCREASE IS STOCK RECEIVED INTO THE LOT,         *
      *   - ANY OTHER DECREASE IS STOCK RELIEVED FROM IT.              *
      * RECEIVED - RELIEVED + TRANSFER NET SHOULD EQUAL ON-HAND PLUS   *
      * IN-TRANSIT ON STORELOC_TABLE.                                  *
      ******************************************************************
       01 LOT-TABLE-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 LOT-TABLE.
          03 LOT-ENTRY                     OCCURS 0 TO 50 TIMES
                                 DEPENDING ON LOT-TABLE-COUNT
                                 INDEXED BY LOT-IDX.
             05 LS-LOT-NUM                 PIC X(10).
             05 LS-RECEIVED                PIC S9(9) COMP-3.
             05 LS-RELIEVED                PIC S9(9) COMP-3.
             05 LS-TRANSFER-NET            PIC S9(9) COMP-3.
             05 LS-ON-HAND                 PIC S9(9) COMP-3.
             05 LS-IN-TRANSIT              PIC S9(9) COMP-3.
             05 LS-AUDIT-COUNT             PIC S9(9) COMP-3.
             05 LS-ADVICE-COUNT            PIC S9(9) COMP-3.

      ******************************************************************
      * EVERY AUDIT RECORD FOR A TRACED LOT, KEYED FOR THE SORT BY     *
      * LOT, RUN DATE AND ORDER READ - THE ARCHIVE GENERATIONS ARE     *
      * CONCATENATED NEWEST FIRST, SO THE ORDER READ IS ONLY TRUSTED   *
      * WITHIN ONE DAY.                                                *
      ******************************************************************
       01 TRACE-TABLE-COUNT                PIC S9(8) COMP VALUE ZERO.
       01 TRACE-TABLE.
          03 TRACE-ENTRY                   OCCURS 0 TO 5000 TIMES
                                 DEPENDING ON TRACE-TABLE-COUNT
                                 INDEXED BY TRC-IDX.
             05 TR-SORT-KEY.
                07 TR-LOT-KEY              PIC 9(03).
                07 TR-RUN-DATE             PIC 9(08).
                07 TR-SEQ                  PIC 9(07).
             05 TR-AUDIT-IMAGE             PIC X(129).

       01 TRACE-SORT-WORK-AREA.
          03 TSORT-I                     PIC S9(8) COMP VALUE ZERO.
          03 TSORT-J                     PIC S9(8) COMP VALUE ZERO.
          03 TSORT-HOLD                  PIC X(147).

      ******************************************************************
      * EVERY WAREHOUSE/ITEM/BIN EACH LOT HAS BEEN SEEN IN, WITH THE   *
      * FIRST DATE IT WAS AUDITED THERE (ZERO WHEN THE LOT IS ON THE   *
      * ROW WITH NO AUDITED ARRIVAL IN RANGE), FOR THE ADVICE MATCH.   *
      ******************************************************************
       01 BIN-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 BIN-TABLE.
          03 BIN-ENTRY                     OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON BIN-TABLE-COUNT
                                 INDEXED BY BIN-IDX.
             05 BT-LOT-KEY                 PIC 9(03).
             05 BT-WAREHOUSE-ID            PIC X(03).
             05 BT-ITEM-NUM                PIC X(10).
             05 BT-STORAGE-LOC             PIC X(10).
             05 BT-FIRST-DATE              PIC 9(08).

      ******************************************************************
      * EVERY STORELOC_TABLE ROW HOLDING A TRACED LOT. RW-HOLD-SW IS Y *
      * FOR A ROW THE HOLD OPTION PUTS ON-HOLD TONIGHT.                *
      ******************************************************************
       01 ROW-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 ROW-TABLE.
          03 ROW-ENTRY                     OCCURS 0 TO 2000 TIMES
                                 DEPENDING ON ROW-TABLE-COUNT
                                 INDEXED BY ROW-IDX.
             05 RW-LOT-KEY                 PIC 9(03).
             05 RW-WAREHOUSE-ID            PIC X(03).
             05 RW-ITEM-NUM                PIC X(10).
             05 RW-STORAGE-LOC             PIC X(10).
             05 RW-MOV-STATUS              PIC X(11).
             05 RW-QUANTITY                PIC 9(05).
             05 RW-DEST-BIN                PIC X(10).
             05 RW-EXPIRY-DATE             PIC 9(08).
             05 RW-HOLD-SW                 PIC X(01).

      ******************************************************************
      * EVERY ADVICE IN THE CARRY-FORWARD CHAIN. A CARRIED ADVICE      *
      * APPEARS IN EACH GENERATION IT SAT IN, SO REPEATS ARE DROPPED   *
      * AS THE TABLE IS LOADED.                                        *
      ******************************************************************
       01 ADVICE-TABLE-COUNT               PIC S9(8) COMP VALUE ZERO.
       01 ADVICE-TABLE.
          03 ADVICE-ENTRY                  OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON ADVICE-TABLE-COUNT
                                 INDEXED BY ADV-IDX.
             05 ADV-WAREHOUSE-ID           PIC X(03).
             05 ADV-ITEM-NUM               PIC X(10).
             05 ADV-STORAGE-LOC            PIC X(10).
             05 ADV-MOV-STATUS             PIC X(11).
             05 ADV-MOVE-DATE              PIC 9(8).

      ******************************************************************
      * ROW IMAGE FETCHED BY THE LOT CURSOR.                           *
      ******************************************************************
       01 SAMPLE-TABLE-DATA.
          03 WAREHOUSE-ID               PIC X(03).
          03 ITEM-NUM                   PIC X(10).
          03 STORAGE-LOC                PIC X(10).
          03 MOV-STATUS                 PIC X(11).
          03 QUANTITY                   PIC 9(5).
          03 DEST-BIN                   PIC X(10).
          03 LOT-NUM                    PIC X(10).
          03 EXPIRY-DATE                PIC 9(8).

       01 TRACE-WORK-AREA.
          03 CURRENT-LOT-KEY             PIC 9(03)  VALUE ZERO.
          03 QTY-CHANGE                  PIC S9(9)  COMP-3 VALUE ZERO.
          03 EXPECTED-QTY                PIC S9(9)  COMP-3 VALUE ZERO.
          03 STOCK-QTY                   PIC S9(9)  COMP-3 VALUE ZERO.
          03 TIE-DIFFERENCE              PIC S9(9)  COMP-3 VALUE ZERO.
          03 HOP-LABEL                   PIC X(04)  VALUE SPACES.

       LINKAGE SECTION.
      ******************************************************************
      * OPTIONAL JCL PARM - THE AUDIT DATE RANGE TO TRACE,             *
      * 'YYYYMMDDYYYYMMDD' (ZEROS LEAVE EITHER END OPEN), OPTIONALLY   *
      * FOLLOWED BY 'H' TO WRITE THE ON-HOLD FEED RECORDS (E.G.        *
      * PARM='0000000000000000H' TRACES ALL HISTORY AND HOLDS THE      *
      * STOCK). WITHOUT A PARM ALL HISTORY IS TRACED AND NOTHING IS    *
      * HELD.                                                          *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-FROM-DATE               PIC 9(8).
          03 PARM-TO-DATE                 PIC 9(8).
          03 PARM-HOLD-FLAG               PIC X(1).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'RECALL COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          IF PARM-LEN = +16 OR PARM-LEN = +17
              MOVE PARM-FROM-DATE TO TRACE-FROM-DATE
              MOVE PARM-TO-DATE   TO TRACE-TO-DATE
          END-IF.
          IF PARM-LEN = +17 AND PARM-HOLD-FLAG = 'H'
              MOVE 'Y' TO HOLD-MODE-SW
          END-IF.

        OPEN INPUT LOT-IN.
        IF FL-STAT-LOT NOT = 00
          DISPLAY 'OPEN LOT INPUT ERROR - STAT :' FL-STAT-LOT
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT AUDIT-FILE.
        IF FL-STAT-AUD NOT = 00
          DISPLAY 'OPEN AUDIT FILE ERROR - STAT :' FL-STAT-AUD
          MOVE  +20                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT RECALL-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN RECALL REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +30                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        IF HOLD-MODE-SW = 'Y'
            OPEN EXTEND MOVE-FEED
            IF FL-STAT-FED NOT = 00
              DISPLAY 'OPEN MOVE FEED ERROR - STAT :' FL-STAT-FED
              MOVE  +40                    TO DUMP-CODE
              CALL 'CEE3ABD' USING DUMP-CODE
            END-IF
        END-IF.

        PERFORM 0100-LOAD-ONE-LOT UNTIL LOT-EOF-SW = 'Y'.
        CLOSE LOT-IN.
        IF LOT-TABLE-COUNT = ZERO
            DISPLAY 'NO LOT NUMBERS SUPPLIED'
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 0200-READ-ARCHIVE-CUTOFF
            IF ARCHIVE-CUTOFF-DATE > ZERO
                    AND (TRACE-FROM-DATE = ZERO
                        OR TRACE-FROM-DATE < ARCHIVE-CUTOFF-DATE)
                PERFORM 1000-TRACE-ARCHIVE
            END-IF
            PERFORM 1200-READ-AUDIT UNTIL AUD-EOF-SW = 'Y'
            PERFORM 2000-LOAD-LOT-ROWS
                VARYING LOT-IDX FROM 1 BY 1
                UNTIL LOT-IDX > LOT-TABLE-COUNT
            PERFORM 3000-LOAD-ADVICES
            PERFORM 8500-SORT-TRACE-TABLE
            PERFORM 5000-WRITE-ONE-LOT
                VARYING LOT-IDX FROM 1 BY 1
                UNTIL LOT-IDX > LOT-TABLE-COUNT
            IF HOLD-MODE-SW = 'Y'
                PERFORM 7000-WRITE-HOLD
                    VARYING ROW-IDX FROM 1 BY 1
                    UNTIL ROW-IDX > ROW-TABLE-COUNT
            END-IF
            IF ROWS-NOT-TABLED > ZERO
                PERFORM 5500-WRITE-ROWS-NOT-TABLED
            END-IF
            IF TRACE-NOT-TABLED > ZERO OR BINS-NOT-TABLED > ZERO
                    OR ADVICES-NOT-TABLED > ZERO
                PERFORM 5600-WRITE-TRACE-NOT-TABLED
            END-IF
            IF LOTS-NOT-TIED > ZERO OR ROWS-NOT-TABLED > ZERO
                    OR TRACE-NOT-TABLED > ZERO
                    OR BINS-NOT-TABLED > ZERO
                    OR ADVICES-NOT-TABLED > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            IF ROWS-NOT-TABLED > ZERO AND HOLD-MODE-SW = 'Y'
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * LOAD ONE LOT NUMBER TO TRACE. BLANK CARDS AND REPEATS ARE      *
      * SKIPPED.                                                       *
      ******************************************************************
       0100-LOAD-ONE-LOT.

        READ LOT-IN
            AT END MOVE 'Y'     TO LOT-EOF-SW.
        IF LOT-EOF-SW = 'N' AND LI-LOT-NUM NOT = SPACES
            ADD 1 TO LOTS-REQUESTED
            SET LOT-IDX TO 1
            SEARCH LOT-ENTRY
                AT END
                    IF LOT-TABLE-COUNT < 50
                        ADD 1 TO LOT-TABLE-COUNT
                        SET LOT-IDX TO LOT-TABLE-COUNT
                        INITIALIZE LOT-ENTRY (LOT-IDX)
                        MOVE LI-LOT-NUM TO LS-LOT-NUM (LOT-IDX)
                    ELSE
                        DISPLAY 'LOT TABLE FULL - LOT DROPPED : '
                                LI-LOT-NUM
                    END-IF
                WHEN LS-LOT-NUM (LOT-IDX) = LI-LOT-NUM
                    CONTINUE
            END-SEARCH
        END-IF.
      ******************************************************************
      * PICK UP THE ARCHIVE CUTOFF FROM THE SUMMARY DATASET'S CONTROL  *
      * RECORD. A MISSING DATASET IS THE NORMAL STATE ON A SYSTEM THAT *
      * HAS NEVER ARCHIVED - THE CUTOFF STAYS ZERO AND THE LIVE FILE   *
      * HOLDS THE WHOLE HISTORY.                                       *
      ******************************************************************
       0200-READ-ARCHIVE-CUTOFF.

        OPEN INPUT SUMMARY-IN.
        IF FL-STAT-SMI = 00
            READ SUMMARY-IN
                AT END
                    CONTINUE
                NOT AT END
                    IF SMI-RECORD-TYPE = 'C'
                        MOVE SMI-CUTOFF-DATE TO ARCHIVE-CUTOFF-DATE
                    END-IF
            END-READ
            CLOSE SUMMARY-IN
        END-IF.
      ******************************************************************
      * THE RANGE REACHES BEHIND THE CUTOFF - READ THE ARCHIVE         *
      * GENERATIONS TOO. IF THEY CANNOT BE OPENED THE TRACE GOES ON    *
      * FROM THE LIVE FILE AND THE REPORT SAYS THE HISTORY IS SHORT.   *
      ******************************************************************
       1000-TRACE-ARCHIVE.

        OPEN INPUT ARCHIVE-FILE.
        IF FL-STAT-ARC = 00
            MOVE 'Y' TO ARCHIVE-READ-SW
            PERFORM 1100-READ-ARCHIVE UNTIL ARC-EOF-SW = 'Y'
            CLOSE ARCHIVE-FILE
        ELSE
            DISPLAY 'OPEN ARCHIVE FILE ERROR - STAT :' FL-STAT-ARC
            DISPLAY 'ARCHIVED HISTORY NOT TRACED'
        END-IF.
      ******************************************************************
      * READ ONE ARCHIVED AUDIT RECORD.                                *
      ******************************************************************
       1100-READ-ARCHIVE.

        READ ARCHIVE-FILE
            AT END MOVE 'Y'     TO ARC-EOF-SW.
        IF ARC-EOF-SW = 'N'
            ADD +1 TO ARCHIVE-RECDS-READ
            MOVE ARCHIVE-RECORD TO AUDIT-IMAGE
            PERFORM 1300-TRACE-ONE-AUDIT
        END-IF.
      ******************************************************************
      * READ ONE LIVE AUDIT RECORD.                                    *
      ******************************************************************
       1200-READ-AUDIT.

        READ AUDIT-FILE
            AT END MOVE 'Y'     TO AUD-EOF-SW.
        IF AUD-EOF-SW = 'N'
            ADD +1 TO AUDIT-RECDS-READ
            MOVE AUDIT-RECORD TO AUDIT-IMAGE
            PERFORM 1300-TRACE-ONE-AUDIT
        END-IF.
      ******************************************************************
      * KEEP AN AUDIT RECORD FOR A TRACED LOT INSIDE THE DATE RANGE,   *
      * NOTE THE BIN IT TOUCHED, AND POST ITS QUANTITY CHANGE TO THE   *
      * LOT'S TIE-OUT BUCKETS.                                         *
      ******************************************************************
       1300-TRACE-ONE-AUDIT.

        IF AUD-LOT-NUM NOT = SPACES
            AND (TRACE-FROM-DATE = ZERO
                OR AUD-RUN-DATE >= TRACE-FROM-DATE)
            AND (TRACE-TO-DATE = ZERO
                OR AUD-RUN-DATE <= TRACE-TO-DATE)
            SET LOT-IDX TO 1
            SEARCH LOT-ENTRY
                AT END
                    CONTINUE
                WHEN LS-LOT-NUM (LOT-IDX) = AUD-LOT-NUM
                    PERFORM 1400-KEEP-TRACE-RECORD
            END-SEARCH
        END-IF.
      ******************************************************************
      * HOLD ONE TRACED AUDIT RECORD AND POST IT.                      *
      ******************************************************************
       1400-KEEP-TRACE-RECORD.

        ADD 1 TO AUDIT-RECDS-TRACED.
        ADD 1 TO LS-AUDIT-COUNT (LOT-IDX).
        SET CURRENT-LOT-KEY TO LOT-IDX.
        IF TRACE-TABLE-COUNT < 5000
            ADD 1 TO TRACE-TABLE-COUNT
            ADD 1 TO TRACE-SEQ
            SET TRC-IDX TO TRACE-TABLE-COUNT
            MOVE CURRENT-LOT-KEY TO TR-LOT-KEY (TRC-IDX)
            MOVE AUD-RUN-DATE    TO TR-RUN-DATE (TRC-IDX)
            MOVE TRACE-SEQ       TO TR-SEQ (TRC-IDX)
            MOVE AUDIT-IMAGE     TO TR-AUDIT-IMAGE (TRC-IDX)
        ELSE
            DISPLAY 'TRACE TABLE FULL - AUDIT RECORD NOT LISTED'
            ADD 1 TO TRACE-NOT-TABLED
        END-IF.

        COMPUTE QTY-CHANGE = AUD-AFTER-QUANTITY - AUD-BEFORE-QUANTITY.
        EVALUATE TRUE
            WHEN AUD-SOURCE-PARA = '3600-RELIEVE-SOURCE'
              OR AUD-SOURCE-PARA = '3700-RECEIVE-DEST'
              OR AUD-SOURCE-PARA = '3800-BACKOUT-SOURCE'
                ADD QTY-CHANGE TO LS-TRANSFER-NET (LOT-IDX)
            WHEN QTY-CHANGE > ZERO
                ADD QTY-CHANGE TO LS-RECEIVED (LOT-IDX)
            WHEN QTY-CHANGE < ZERO
                SUBTRACT QTY-CHANGE FROM LS-RELIEVED (LOT-IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

        SET BIN-IDX TO 1.
        SEARCH BIN-ENTRY
            AT END
                IF BIN-TABLE-COUNT < 2000
                    ADD 1 TO BIN-TABLE-COUNT
                    SET BIN-IDX TO BIN-TABLE-COUNT
                    MOVE CURRENT-LOT-KEY  TO BT-LOT-KEY (BIN-IDX)
                    MOVE AUD-WAREHOUSE-ID TO BT-WAREHOUSE-ID (BIN-IDX)
                    MOVE AUD-ITEM-NUM     TO BT-ITEM-NUM (BIN-IDX)
                    MOVE AUD-STORAGE-LOC  TO BT-STORAGE-LOC (BIN-IDX)
                    MOVE AUD-RUN-DATE     TO BT-FIRST-DATE (BIN-IDX)
                ELSE
                    DISPLAY 'BIN TABLE FULL - BIN NOT MATCHED'
                    ADD 1 TO BINS-NOT-TABLED
                END-IF
            WHEN BT-LOT-KEY (BIN-IDX) = CURRENT-LOT-KEY
                AND BT-WAREHOUSE-ID (BIN-IDX) = AUD-WAREHOUSE-ID
                AND BT-ITEM-NUM (BIN-IDX) = AUD-ITEM-NUM
                AND BT-STORAGE-LOC (BIN-IDX) = AUD-STORAGE-LOC
                IF AUD-RUN-DATE < BT-FIRST-DATE (BIN-IDX)
                    MOVE AUD-RUN-DATE TO BT-FIRST-DATE (BIN-IDX)
                END-IF
        END-SEARCH.
      ******************************************************************
      * LOAD EVERY STORELOC_TABLE ROW HOLDING ONE LOT.                 *
      ******************************************************************
       2000-LOAD-LOT-ROWS.

        SET CURRENT-LOT-KEY TO LOT-IDX.
        MOVE LS-LOT-NUM (LOT-IDX) TO LOT-NUM OF SAMPLE-TABLE-DATA.
        EXEC SQL
             DECLARE LOT-CURSOR CURSOR FOR
             SELECT WAREHOUSE_ID, ITEM_NUM, STORAGE_LOC, MOVE_STATUS,
                    QUANTITY, DEST_BIN, EXPIRY_DATE
                FROM STORELOC_TABLE
               WHERE LOT_NUM = :SAMPLE-TABLE-DATA.LOT-NUM
               ORDER BY WAREHOUSE_ID, STORAGE_LOC, ITEM_NUM
        END-EXEC.
        EXEC SQL
             OPEN LOT-CURSOR
        END-EXEC.
        MOVE 'N' TO CURSOR-EOF-SW.
        PERFORM 2100-FETCH-LOT-ROW.
        PERFORM 2200-LOAD-ONE-ROW UNTIL CURSOR-EOF-SW = 'Y'.
        EXEC SQL
             CLOSE LOT-CURSOR
        END-EXEC.
      ******************************************************************
      * FETCH THE NEXT ROW OF THE LOT.                                 *
      ******************************************************************
       2100-FETCH-LOT-ROW.

        EXEC SQL
             FETCH LOT-CURSOR
                INTO :SAMPLE-TABLE-DATA.WAREHOUSE-ID,
                     :SAMPLE-TABLE-DATA.ITEM-NUM,
                     :SAMPLE-TABLE-DATA.STORAGE-LOC,
                     :SAMPLE-TABLE-DATA.MOV-STATUS,
                     :SAMPLE-TABLE-DATA.QUANTITY,
                     :SAMPLE-TABLE-DATA.DEST-BIN,
                     :SAMPLE-TABLE-DATA.EXPIRY-DATE
        END-EXEC.
        EVALUATE SQLCODE
            WHEN 0
                CONTINUE
            WHEN +100
                MOVE 'Y' TO CURSOR-EOF-SW
            WHEN OTHER
                DISPLAY '2100-FETCH-LOT-ROW'
                DISPLAY 'ERROR ON FETCH - SQLCODE :' SQLCODE
                MOVE 'Y' TO CURSOR-EOF-SW
        END-EVALUATE.
      ******************************************************************
      * HOLD ONE ROW OF THE LOT, ADD IT TO THE LOT'S ON-HAND OR        *
      * IN-TRANSIT TOTAL, AND DECIDE WHETHER THE HOLD OPTION TAKES IT: *
      * ON-HAND STOCK NOT ALREADY ON HOLD. A BIN WITH NO AUDITED       *
      * ARRIVAL IN RANGE MATCHES ITS ADVICES FROM ANY DATE.            *
      ******************************************************************
       2200-LOAD-ONE-ROW.

        ADD 1 TO LOT-ROWS-FOUND.
        IF MOV-STATUS OF SAMPLE-TABLE-DATA = 'IN-TRANSIT '
            ADD QUANTITY OF SAMPLE-TABLE-DATA
                TO LS-IN-TRANSIT (LOT-IDX)
        ELSE
            ADD QUANTITY OF SAMPLE-TABLE-DATA
                TO LS-ON-HAND (LOT-IDX)
        END-IF.
        IF ROW-TABLE-COUNT < 2000
            ADD 1 TO ROW-TABLE-COUNT
            SET ROW-IDX TO ROW-TABLE-COUNT
            MOVE CURRENT-LOT-KEY TO RW-LOT-KEY (ROW-IDX)
            MOVE WAREHOUSE-ID OF SAMPLE-TABLE-DATA
                TO RW-WAREHOUSE-ID (ROW-IDX)
            MOVE ITEM-NUM OF SAMPLE-TABLE-DATA
                TO RW-ITEM-NUM (ROW-IDX)
            MOVE STORAGE-LOC OF SAMPLE-TABLE-DATA
                TO RW-STORAGE-LOC (ROW-IDX)
            MOVE MOV-STATUS OF SAMPLE-TABLE-DATA
                TO RW-MOV-STATUS (ROW-IDX)
            MOVE QUANTITY OF SAMPLE-TABLE-DATA
                TO RW-QUANTITY (ROW-IDX)
            MOVE DEST-BIN OF SAMPLE-TABLE-DATA
                TO RW-DEST-BIN (ROW-IDX)
            MOVE EXPIRY-DATE OF SAMPLE-TABLE-DATA
                TO RW-EXPIRY-DATE (ROW-IDX)
            MOVE 'N' TO RW-HOLD-SW (ROW-IDX)
            IF HOLD-MODE-SW = 'Y'
                AND QUANTITY OF SAMPLE-TABLE-DATA > ZERO
                AND MOV-STATUS OF SAMPLE-TABLE-DATA NOT = 'IN-TRANSIT '
                AND MOV-STATUS OF SAMPLE-TABLE-DATA NOT = 'ON-HOLD    '
                MOVE 'Y' TO RW-HOLD-SW (ROW-IDX)
            END-IF
        ELSE
            DISPLAY 'ROW TABLE FULL - LOT ROW NOT LISTED OR HELD'
            ADD 1 TO ROWS-NOT-TABLED
        END-IF.

        SET BIN-IDX TO 1.
        SEARCH BIN-ENTRY
            AT END
                IF BIN-TABLE-COUNT < 2000
                    ADD 1 TO BIN-TABLE-COUNT
                    SET BIN-IDX TO BIN-TABLE-COUNT
                    MOVE CURRENT-LOT-KEY  TO BT-LOT-KEY (BIN-IDX)
                    MOVE WAREHOUSE-ID OF SAMPLE-TABLE-DATA
                        TO BT-WAREHOUSE-ID (BIN-IDX)
                    MOVE ITEM-NUM OF SAMPLE-TABLE-DATA
                        TO BT-ITEM-NUM (BIN-IDX)
                    MOVE STORAGE-LOC OF SAMPLE-TABLE-DATA
                        TO BT-STORAGE-LOC (BIN-IDX)
                    MOVE ZERO TO BT-FIRST-DATE (BIN-IDX)
                ELSE
                    DISPLAY 'BIN TABLE FULL - BIN NOT MATCHED'
                    ADD 1 TO BINS-NOT-TABLED
                END-IF
            WHEN BT-LOT-KEY (BIN-IDX) = CURRENT-LOT-KEY
                AND BT-WAREHOUSE-ID (BIN-IDX) =
                    WAREHOUSE-ID OF SAMPLE-TABLE-DATA
                AND BT-ITEM-NUM (BIN-IDX) =
                    ITEM-NUM OF SAMPLE-TABLE-DATA
                AND BT-STORAGE-LOC (BIN-IDX) =
                    STORAGE-LOC OF SAMPLE-TABLE-DATA
                CONTINUE
        END-SEARCH.
        PERFORM 2100-FETCH-LOT-ROW.
      ******************************************************************
      * LOAD THE ADVICE CHAIN. A MISSING CHAIN ONLY MEANS NO ADVICES   *
      * CAN BE LISTED.                                                 *
      ******************************************************************
       3000-LOAD-ADVICES.

        OPEN INPUT ADVICE-IN.
        IF FL-STAT-ADV = 00
            PERFORM 3100-READ-ADVICE UNTIL ADV-EOF-SW = 'Y'
            CLOSE ADVICE-IN
        ELSE
            DISPLAY 'OPEN ADVICE FILE ERROR - STAT :' FL-STAT-ADV
            DISPLAY 'MOVE ADVICES NOT TRACED'
        END-IF.
      ******************************************************************
      * READ ONE ADVICE INTO THE TABLE UNLESS IT IS ALREADY THERE.     *
      ******************************************************************
       3100-READ-ADVICE.

        READ ADVICE-IN
            AT END
                MOVE 'Y' TO ADV-EOF-SW
            NOT AT END
                ADD 1 TO ADVICE-RECDS-READ
                SET ADV-IDX TO 1
                SEARCH ADVICE-ENTRY
                    AT END
                        PERFORM 3200-ADD-ADVICE
                    WHEN ADVICE-ENTRY (ADV-IDX) = MOVE-ADVICE-RECORD
                        CONTINUE
                END-SEARCH
        END-READ.
      ******************************************************************
      * ADD ONE NEW ADVICE TO THE TABLE.                               *
      ******************************************************************
       3200-ADD-ADVICE.

        IF ADVICE-TABLE-COUNT < 10000
            ADD 1 TO ADVICE-TABLE-COUNT
            SET ADV-IDX TO ADVICE-TABLE-COUNT
            MOVE MOVE-ADVICE-RECORD TO ADVICE-ENTRY (ADV-IDX)
        ELSE
            DISPLAY 'ADVICE TABLE FULL - ENTRY DROPPED'
            ADD 1 TO ADVICES-NOT-TABLED
        END-IF.
      ******************************************************************
      * THE FULL TRACE FOR ONE LOT - ROWS, HISTORY, ADVICES, TIE-OUT.  *
      ******************************************************************
       5000-WRITE-ONE-LOT.

        SET CURRENT-LOT-KEY TO LOT-IDX.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'WHSE_CBL_RECALL LOT RECALL TRACE - LOT '
               DELIMITED BY SIZE
               LS-LOT-NUM (LOT-IDX)        DELIMITED BY SIZE
               ' - RUN DATE '              DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'AUDIT FROM: '              DELIMITED BY SIZE
               TRACE-FROM-DATE             DELIMITED BY SIZE
               ' TO: '                     DELIMITED BY SIZE
               TRACE-TO-DATE               DELIMITED BY SIZE
               '  (ZERO = OPEN ENDED)'     DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        IF ARCHIVE-CUTOFF-DATE > ZERO
            MOVE SPACES TO RECALL-REPORT-LINE
            IF ARCHIVE-READ-SW = 'Y'
                STRING 'ARCHIVE GENERATIONS TRACED - CUTOFF '
                       DELIMITED BY SIZE
                       ARCHIVE-CUTOFF-DATE     DELIMITED BY SIZE
                       INTO RECALL-REPORT-LINE
                END-STRING
            ELSE
                STRING 'ARCHIVE NOT TRACED - HISTORY BEFORE '
                       DELIMITED BY SIZE
                       ARCHIVE-CUTOFF-DATE     DELIMITED BY SIZE
                       ' NOT SHOWN'            DELIMITED BY SIZE
                       INTO RECALL-REPORT-LINE
                END-STRING
            END-IF
            WRITE RECALL-REPORT-LINE
        END-IF.
        MOVE ALL '=' TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.

        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'STORELOC ROWS HOLDING THE LOT' DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        MOVE ALL '-' TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        PERFORM 5100-WRITE-ONE-ROW
            VARYING ROW-IDX FROM 1 BY 1
            UNTIL ROW-IDX > ROW-TABLE-COUNT.

        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'AUDIT HISTORY IN DATE ORDER' DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        MOVE ALL '-' TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        PERFORM 5200-WRITE-ONE-HISTORY
            VARYING TRC-IDX FROM 1 BY 1
            UNTIL TRC-IDX > TRACE-TABLE-COUNT.

        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'MOVE ADVICES FROM BINS THE LOT PASSED THROUGH'
               DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        MOVE ALL '-' TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        PERFORM 5300-CHECK-ONE-ADVICE
            VARYING ADV-IDX FROM 1 BY 1
            UNTIL ADV-IDX > ADVICE-TABLE-COUNT.

        PERFORM 5400-WRITE-TIE-OUT.
      ******************************************************************
      * ONE ROW OF THE LOT - FLAGGED HOLD WHEN TONIGHT'S FEED PUTS IT  *
      * ON HOLD.                                                       *
      ******************************************************************
       5100-WRITE-ONE-ROW.

        IF RW-LOT-KEY (ROW-IDX) = CURRENT-LOT-KEY
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING 'WH '                       DELIMITED BY SIZE
                   RW-WAREHOUSE-ID (ROW-IDX)   DELIMITED BY SIZE
                   ' BIN '                     DELIMITED BY SIZE
                   RW-STORAGE-LOC (ROW-IDX)    DELIMITED BY SIZE
                   ' ITM '                     DELIMITED BY SIZE
                   RW-ITEM-NUM (ROW-IDX)       DELIMITED BY SIZE
                   ' ST '                      DELIMITED BY SIZE
                   RW-MOV-STATUS (ROW-IDX)     DELIMITED BY SIZE
                   ' QTY '                     DELIMITED BY SIZE
                   RW-QUANTITY (ROW-IDX)       DELIMITED BY SIZE
                   ' EXP '                     DELIMITED BY SIZE
                   RW-EXPIRY-DATE (ROW-IDX)    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            IF RW-HOLD-SW (ROW-IDX) = 'Y'
                MOVE 'HOLD' TO RECALL-REPORT-LINE (76:4)
            END-IF
            WRITE RECALL-REPORT-LINE
        END-IF.
      ******************************************************************
      * TWO LINES PER AUDITED CHANGE, AS WHSE_CBL_AUDINQ PRINTS THEM.  *
      * TRANSFER SIDES ARE LABELLED - OUT OF THE SOURCE BIN, IN TO THE *
      * DEST BIN (HOP WHEN IT LANDS IN-TRANSIT AT ANOTHER WAREHOUSE),  *
      * BACK WHEN A FAILED DEST SIDE PUT THE SOURCE BIN BACK.          *
      ******************************************************************
       5200-WRITE-ONE-HISTORY.

        IF TR-LOT-KEY (TRC-IDX) = CURRENT-LOT-KEY
            MOVE TR-AUDIT-IMAGE (TRC-IDX) TO AUDIT-IMAGE
            EVALUATE TRUE
                WHEN AUD-SOURCE-PARA = '3600-RELIEVE-SOURCE'
                    MOVE 'OUT ' TO HOP-LABEL
                WHEN AUD-SOURCE-PARA = '3700-RECEIVE-DEST'
                    AND AUD-AFTER-MOV-STATUS = 'IN-TRANSIT '
                    MOVE 'HOP ' TO HOP-LABEL
                WHEN AUD-SOURCE-PARA = '3700-RECEIVE-DEST'
                    MOVE 'IN  ' TO HOP-LABEL
                WHEN AUD-SOURCE-PARA = '3800-BACKOUT-SOURCE'
                    MOVE 'BACK' TO HOP-LABEL
                WHEN OTHER
                    MOVE SPACES TO HOP-LABEL
            END-EVALUATE
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING AUD-RUN-DATE           DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   AUD-JOB-NAME           DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   AUD-SOURCE-PARA        DELIMITED BY SIZE
                   ' WH '                 DELIMITED BY SIZE
                   AUD-WAREHOUSE-ID       DELIMITED BY SIZE
                   ' ITM '                DELIMITED BY SIZE
                   AUD-ITEM-NUM           DELIMITED BY SIZE
                   ' AT '                 DELIMITED BY SIZE
                   AUD-STORAGE-LOC        DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            MOVE HOP-LABEL TO RECALL-REPORT-LINE (76:4)
            WRITE RECALL-REPORT-LINE
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING '  ST: '               DELIMITED BY SIZE
                   AUD-BEFORE-MOV-STATUS  DELIMITED BY SIZE
                   '->'                   DELIMITED BY SIZE
                   AUD-AFTER-MOV-STATUS   DELIMITED BY SIZE
                   ' QTY: '               DELIMITED BY SIZE
                   AUD-BEFORE-QUANTITY    DELIMITED BY SIZE
                   '->'                   DELIMITED BY SIZE
                   AUD-AFTER-QUANTITY     DELIMITED BY SIZE
                   ' BIN: '               DELIMITED BY SIZE
                   AUD-BEFORE-DEST-BIN    DELIMITED BY SIZE
                   '->'                   DELIMITED BY SIZE
                   AUD-AFTER-DEST-BIN     DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            WRITE RECALL-REPORT-LINE
        END-IF.
      ******************************************************************
      * LIST AN ADVICE SENT FROM A BIN THE LOT HAS BEEN IN, DATED ON   *
      * OR AFTER THE LOT FIRST SHOWED UP THERE. A BIN HOLDING SEVERAL  *
      * LOTS OF THE ITEM WILL LIST THE OTHER LOTS' ADVICES TOO - THE   *
      * ADVICE CANNOT SAY WHICH LOT MOVED.                             *
      ******************************************************************
       5300-CHECK-ONE-ADVICE.

        SET BIN-IDX TO 1.
        SEARCH BIN-ENTRY
            AT END
                CONTINUE
            WHEN BT-LOT-KEY (BIN-IDX) = CURRENT-LOT-KEY
                AND BT-WAREHOUSE-ID (BIN-IDX) =
                    ADV-WAREHOUSE-ID (ADV-IDX)
                AND BT-ITEM-NUM (BIN-IDX) = ADV-ITEM-NUM (ADV-IDX)
                AND BT-STORAGE-LOC (BIN-IDX) =
                    ADV-STORAGE-LOC (ADV-IDX)
                AND BT-FIRST-DATE (BIN-IDX) NOT >
                    ADV-MOVE-DATE (ADV-IDX)
                PERFORM 5310-WRITE-ONE-ADVICE
        END-SEARCH.
      ******************************************************************
      * ONE ADVICE LINE.                                               *
      ******************************************************************
       5310-WRITE-ONE-ADVICE.

        ADD 1 TO ADVICES-MATCHED.
        ADD 1 TO LS-ADVICE-COUNT (LOT-IDX).
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               ADV-WAREHOUSE-ID (ADV-IDX)  DELIMITED BY SIZE
               ' ITM '                     DELIMITED BY SIZE
               ADV-ITEM-NUM (ADV-IDX)      DELIMITED BY SIZE
               ' LOC '                     DELIMITED BY SIZE
               ADV-STORAGE-LOC (ADV-IDX)   DELIMITED BY SIZE
               ' ST '                      DELIMITED BY SIZE
               ADV-MOV-STATUS (ADV-IDX)    DELIMITED BY SIZE
               ' MOVED '                   DELIMITED BY SIZE
               ADV-MOVE-DATE (ADV-IDX)     DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
      ******************************************************************
      * THE LOT'S TIE-OUT. A DIFFERENCE MEANS STOCK CHANGED WITHOUT AN *
      * AUDIT RECORD IN THE TRACED RANGE - EXPECTED WHEN THE RANGE IS  *
      * CLOSED AT EITHER END OR THE ARCHIVE WAS NOT READ, A QUESTION   *
      * FOR QA OTHERWISE.                                              *
      ******************************************************************
       5400-WRITE-TIE-OUT.

        COMPUTE EXPECTED-QTY = LS-RECEIVED (LOT-IDX)
                             - LS-RELIEVED (LOT-IDX)
                             + LS-TRANSFER-NET (LOT-IDX).
        COMPUTE STOCK-QTY = LS-ON-HAND (LOT-IDX)
                          + LS-IN-TRANSIT (LOT-IDX).
        COMPUTE TIE-DIFFERENCE = STOCK-QTY - EXPECTED-QTY.

        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'LOT QUANTITY TIE-OUT' DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
        MOVE ALL '-' TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        MOVE LS-RECEIVED (LOT-IDX) TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'RECEIVED INTO THE LOT' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE LS-RELIEVED (LOT-IDX) TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'LESS RELIEVED FROM THE LOT' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE LS-TRANSFER-NET (LOT-IDX) TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'PLUS TRANSFER NET' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE EXPECTED-QTY TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'EXPECTED FROM AUDIT' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE LS-ON-HAND (LOT-IDX) TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'ON HAND' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE LS-IN-TRANSIT (LOT-IDX) TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'IN TRANSIT' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        WRITE RECALL-REPORT-LINE.
        MOVE TIE-DIFFERENCE TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        MOVE 'DIFFERENCE' TO RECALL-REPORT-LINE (1:30).
        MOVE QTY-EDIT TO RECALL-REPORT-LINE (36:10).
        IF TIE-DIFFERENCE = ZERO
            MOVE 'TIES' TO RECALL-REPORT-LINE (50:4)
        ELSE
            ADD 1 TO LOTS-NOT-TIED
            MOVE 'DOES NOT TIE' TO RECALL-REPORT-LINE (50:12)
        END-IF.
        WRITE RECALL-REPORT-LINE.
        IF TIE-DIFFERENCE NOT = ZERO
            AND (TRACE-FROM-DATE NOT = ZERO
                OR TRACE-TO-DATE NOT = ZERO
                OR (ARCHIVE-CUTOFF-DATE > ZERO
                    AND ARCHIVE-READ-SW = 'N'))
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING 'NOTE - RANGE DOES NOT COVER THE WHOLE HISTORY, '
                   DELIMITED BY SIZE
                   'A DIFFERENCE IS EXPECTED' DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            WRITE RECALL-REPORT-LINE
        END-IF.
        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
      ******************************************************************
      * ROWS OF THE LOTS THE ROW TABLE HAD NO ROOM FOR. THEY ARE IN    *
      * THE ON-HAND AND IN-TRANSIT TOTALS ABOVE BUT WERE NEITHER       *
      * LISTED NOR, WITH THE HOLD OPTION, PUT ON HOLD - STOCK OF A     *
      * RECALLED LOT IS STILL FREE TO PICK, SO THE RUN ENDS RC 8 IN    *
      * HOLD MODE (RC 4 FOR A TRACE ONLY) AND SAYS SO ON THE REPORT.   *
      ******************************************************************
       5500-WRITE-ROWS-NOT-TABLED.

        MOVE ROWS-NOT-TABLED TO QTY-EDIT.
        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        IF HOLD-MODE-SW = 'Y'
            STRING 'ROWS NOT HELD (ROW TABLE FULL) ' DELIMITED BY SIZE
                   QTY-EDIT                    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
        ELSE
            STRING 'ROWS NOT LISTED (ROW TABLE FULL) '
                                               DELIMITED BY SIZE
                   QTY-EDIT                    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
        END-IF.
        WRITE RECALL-REPORT-LINE.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'RECALL INCOMPLETE - RERUN WITH FEWER LOTS PER RUN '
               DELIMITED BY SIZE
               'SO EVERY ROW FITS' DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
      ******************************************************************
      * AUDIT RECORDS, BINS AND ADVICES THE TRACE TABLES HAD NO ROOM   *
      * FOR. THE HISTORY ABOVE IS SHORT BY THE AUDIT RECORDS, AND A    *
      * BIN LEFT OUT OF THE BIN TABLE HAS NO ADVICES MATCHED TO IT, SO *
      * THE TRACE IS NOT COMPLETE - THE RUN ENDS RC 4 AND SAYS SO.     *
      ******************************************************************
       5600-WRITE-TRACE-NOT-TABLED.

        MOVE SPACES TO RECALL-REPORT-LINE.
        WRITE RECALL-REPORT-LINE.
        IF TRACE-NOT-TABLED > ZERO
            MOVE TRACE-NOT-TABLED TO QTY-EDIT
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING 'AUDIT RECORDS NOT LISTED (TRACE TABLE FULL) '
                                               DELIMITED BY SIZE
                   QTY-EDIT                    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            WRITE RECALL-REPORT-LINE
        END-IF.
        IF BINS-NOT-TABLED > ZERO
            MOVE BINS-NOT-TABLED TO QTY-EDIT
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING 'BINS NOT MATCHED TO ADVICES (BIN TABLE FULL) '
                                               DELIMITED BY SIZE
                   QTY-EDIT                    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            WRITE RECALL-REPORT-LINE
        END-IF.
        IF ADVICES-NOT-TABLED > ZERO
            MOVE ADVICES-NOT-TABLED TO QTY-EDIT
            MOVE SPACES TO RECALL-REPORT-LINE
            STRING 'ADVICES NOT LOADED (ADVICE TABLE FULL) '
                                               DELIMITED BY SIZE
                   QTY-EDIT                    DELIMITED BY SIZE
                   INTO RECALL-REPORT-LINE
            END-STRING
            WRITE RECALL-REPORT-LINE
        END-IF.
        MOVE SPACES TO RECALL-REPORT-LINE.
        STRING 'TRACE INCOMPLETE - RERUN WITH FEWER LOTS OR A '
               DELIMITED BY SIZE
               'SHORTER AUDIT RANGE' DELIMITED BY SIZE
               INTO RECALL-REPORT-LINE
        END-STRING.
        WRITE RECALL-REPORT-LINE.
      ******************************************************************
      * ONE 'J' (ADJUST) FEED RECORD PUTTING AN ON-HAND ROW OF THE LOT *
      * ON-HOLD, IN THE SAME COMMA LAYOUT WHSE_CBL_BATCH PARSES. THE   *
      * ROW KEEPS ITS QUANTITY, DEST-BIN AND EXPIRY - ONLY THE STATUS  *
      * CHANGES - SO THE NIGHTLY BATCH AUDITS THE HOLD AND THE STOCK   *
      * STAYS ON THE BOOKS FOR QA TO DISPOSE OF.                       *
      ******************************************************************
       7000-WRITE-HOLD.

        IF RW-HOLD-SW (ROW-IDX) = 'Y'
            SET LOT-IDX TO RW-LOT-KEY (ROW-IDX)
            ADD 1 TO HOLDS-WRITTEN
            MOVE SPACES TO MOVE-FEED-RECORD
            STRING 'J'                      DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-WAREHOUSE-ID (ROW-IDX) DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-ITEM-NUM (ROW-IDX)    DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-STORAGE-LOC (ROW-IDX) DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   'ON-HOLD    '            DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-QUANTITY (ROW-IDX)    DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-DEST-BIN (ROW-IDX)    DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   LS-LOT-NUM (LOT-IDX)     DELIMITED BY SIZE
                   ','                      DELIMITED BY SIZE
                   RW-EXPIRY-DATE (ROW-IDX) DELIMITED BY SIZE
                   INTO MOVE-FEED-RECORD
            END-STRING
            ADD RW-QUANTITY (ROW-IDX) TO FEED-QTY-HASH
            WRITE MOVE-FEED-RECORD
        END-IF.
      ******************************************************************
      * SORT THE TRACED AUDIT RECORDS BY LOT, RUN DATE AND ORDER READ  *
      * - A SIMPLE EXCHANGE SORT, AS THE OTHER REPORTS USE.            *
      ******************************************************************
       8500-SORT-TRACE-TABLE.

        PERFORM 8510-SORT-ONE-PASS
            VARYING TSORT-I FROM 1 BY 1
            UNTIL TSORT-I >= TRACE-TABLE-COUNT.
      ******************************************************************
      * ONE PASS OF THE EXCHANGE SORT.                                 *
      ******************************************************************
       8510-SORT-ONE-PASS.

        PERFORM 8520-SORT-COMPARE
            VARYING TSORT-J FROM 1 BY 1
            UNTIL TSORT-J >= TRACE-TABLE-COUNT.
      ******************************************************************
      * SWAP ADJACENT ENTRIES THAT ARE OUT OF KEY ORDER.               *
      ******************************************************************
       8520-SORT-COMPARE.

        IF TR-SORT-KEY (TSORT-J) > TR-SORT-KEY (TSORT-J + 1)
            MOVE TRACE-ENTRY (TSORT-J)     TO TSORT-HOLD
            MOVE TRACE-ENTRY (TSORT-J + 1) TO TRACE-ENTRY (TSORT-J)
            MOVE TSORT-HOLD TO TRACE-ENTRY (TSORT-J + 1)
        END-IF.
      ******************************************************************
      * CLOSE THIS PROGRAM'S PART OF THE MOVE FEED WITH ITS CONTROL    *
      * RECORD. WRITTEN EVEN WHEN NO ROW NEEDED HOLDING, SO THE        *
      * BALANCING STEP CAN TELL A CLEAN RUN FROM ONE THAT NEVER        *
      * FINISHED.                                                      *
      ******************************************************************
       9600-WRITE-FEED-CONTROL.

        MOVE HOLDS-WRITTEN       TO FC-RECORD-COUNT.
        MOVE FEED-QTY-HASH       TO FC-QUANTITY-HASH.
        MOVE RUN-DATE            TO FC-RUN-DATE.
        MOVE FEED-CONTROL-RECORD TO MOVE-FEED-RECORD.
        WRITE MOVE-FEED-RECORD.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        IF HOLD-MODE-SW = 'Y'
            PERFORM 9600-WRITE-FEED-CONTROL
            CLOSE MOVE-FEED
        END-IF.
        CLOSE AUDIT-FILE
              RECALL-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** RECALL - LOT RECALL TRACE COUNTS              ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'LOTS       REQUESTED           ' LOTS-REQUESTED.
        DISPLAY 'AUDIT      RECDS READ          ' AUDIT-RECDS-READ.
        DISPLAY 'ARCHIVE    RECDS READ          ' ARCHIVE-RECDS-READ.
        DISPLAY 'AUDIT      RECDS TRACED        ' AUDIT-RECDS-TRACED.
        DISPLAY 'LOT ROWS   FOUND               ' LOT-ROWS-FOUND.
        DISPLAY 'ADVICE     RECDS READ          ' ADVICE-RECDS-READ.
        DISPLAY 'ADVICES    MATCHED             ' ADVICES-MATCHED.
        DISPLAY 'LOTS       NOT TIED OUT        ' LOTS-NOT-TIED.
        DISPLAY 'LOT ROWS   NOT TABLED/HELD     ' ROWS-NOT-TABLED.
        DISPLAY 'AUDIT      RECDS NOT TABLED    ' TRACE-NOT-TABLED.
        DISPLAY 'BINS       NOT TABLED          ' BINS-NOT-TABLED.
        DISPLAY 'ADVICES    NOT TABLED          ' ADVICES-NOT-TABLED.
        DISPLAY 'HOLDS      WRITTEN TO FEED     ' HOLDS-WRITTEN.
        DISPLAY 'FEED       CONTROL QTY HASH    ' FEED-QTY-HASH.
        DISPLAY "-----------------------------------------------------".
