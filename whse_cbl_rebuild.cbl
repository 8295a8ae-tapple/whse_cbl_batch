       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_REBUILD.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * POINT-IN-TIME REBUILD OF STORELOC_TABLE. STARTS FROM A        *
      * WHSE_CBL_SNAPSHOT GENERATION AND ROLLS THE AUDIT AFTER-IMAGES *
      * WRITTEN SINCE IT FORWARD, IN RUN-DATE ORDER, UP TO AN AS-OF   *
      * DATE - OR TO THE END OF ONE JOB'S RECORDS ON THAT DATE - TO   *
      * GET THE TABLE AS IT STOOD AT THAT POINT. EVERY AUDIT RECORD'S *
      * BEFORE-IMAGE MUST MATCH THE ROW AS ROLLED SO FAR; ONE THAT    *
      * DOES NOT IS A GAP IN THE TRAIL AND IS LISTED AS A CHAIN BREAK *
      * (ITS AFTER-IMAGE IS STILL APPLIED).                           *
      * TWO MODES, BY PARM:                                           *
      *   L - WRITE THE REBUILT TABLE AS A LOAD FILE IN THE SNAPSHOT  *
      *       LAYOUT AND LIST EVERY ROW WHERE IT DIFFERS FROM THE     *
      *       LIVE TABLE (A SNAPSHOT EXTRACT CUT IN THE SAME JOB),    *
      *   R - LIST WHAT EACH WAREHOUSE HELD AT THAT POINT, FOR        *
      *       AUDITORS AND CLAIMS, WITHOUT TOUCHING DB2.              *
      * THE PROGRAM ITSELF NEVER UPDATES STORELOC_TABLE.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT SNAPSHOT-IN ASSIGN TO SNAPIN
            FILE STATUS IS FL-STAT-SNP.
        SELECT AUDIT-IN ASSIGN TO AUDIN
            FILE STATUS IS FL-STAT-AUD.
        SELECT LIVE-IN ASSIGN TO LIVEIN
            FILE STATUS IS FL-STAT-LIV.
        SELECT LOAD-OUT ASSIGN TO LOADOUT
            FILE STATUS IS FL-STAT-LOD.
        SELECT REBUILD-REPORT ASSIGN TO RBLDRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * THE STARTING SNAPSHOT GENERATION, IN THE SNAPSHOT CURSOR'S     *
      * WAREHOUSE/ITEM/LOCATION/LOT ORDER.                             *
      ******************************************************************
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
      * THE ARCHIVED AND LIVE AUDIT RECORDS, SORTED ON RUN DATE WITH   *
      * THE ORIGINAL ORDER KEPT WITHIN EACH DATE.                      *
      ******************************************************************
       FD AUDIT-IN
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
      * THE LIVE TABLE, EXTRACTED BY WHSE_CBL_SNAPSHOT (MODE L ONLY).  *
      ******************************************************************
       FD LIVE-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LIVE-RECORD.
          03 LIV-WAREHOUSE-ID            PIC X(03).
          03 LIV-ITEM-NUM                PIC X(10).
          03 LIV-STORAGE-LOC             PIC X(10).
          03 LIV-MOV-STATUS              PIC X(11).
          03 LIV-QUANTITY                PIC 9(5).
          03 LIV-DEST-BIN                PIC X(10).
          03 LIV-LOT-NUM                 PIC X(10).
          03 LIV-EXPIRY-DATE             PIC 9(8).
          03 LIV-LAST-ACTIVITY           PIC 9(8).
          03 LIV-SNAP-DATE               PIC 9(8).

      ******************************************************************
      * THE REBUILT TABLE IN THE SNAPSHOT LAYOUT (MODE L ONLY), IN KEY *
      * ORDER, WITH THE AS-OF DATE IN THE SNAP-DATE FIELD.             *
      ******************************************************************
       FD LOAD-OUT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOAD-RECORD.
          03 LOD-WAREHOUSE-ID            PIC X(03).
          03 LOD-ITEM-NUM                PIC X(10).
          03 LOD-STORAGE-LOC             PIC X(10).
          03 LOD-MOV-STATUS              PIC X(11).
          03 LOD-QUANTITY                PIC 9(5).
          03 LOD-DEST-BIN                PIC X(10).
          03 LOD-LOT-NUM                 PIC X(10).
          03 LOD-EXPIRY-DATE             PIC 9(8).
          03 LOD-LAST-ACTIVITY           PIC 9(8).
          03 LOD-SNAP-DATE               PIC 9(8).

       FD REBUILD-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 REBUILD-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 QTY-EDIT                   PIC ZZZZ9          VALUE ZERO.
        03 TOTAL-EDIT                 PIC ZZZZZZZZ9      VALUE ZERO.

       01 SWITCHES.
          03 SNP-EOF-SW              PIC    X   VALUE 'N'.
          03 AUD-EOF-SW              PIC    X   VALUE 'N'.
          03 LIV-EOF-SW              PIC    X   VALUE 'N'.
          03 IMG-EOF-SW              PIC    X   VALUE 'N'.
          03 PARM-OK-SW              PIC    X   VALUE 'N'.
          03 SNAPSHOT-OK-SW          PIC    X   VALUE 'Y'.
          03 AS-OF-JOB-SEEN-SW       PIC    X   VALUE 'N'.
          03 STOPPED-SW              PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-SNP                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LIV                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LOD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * THE POINT TO REBUILD TO. WITH A JOB NAME, RECORDS OF THE AS-OF *
      * DATE ARE APPLIED UP TO THE LAST ONE THAT JOB WROTE; WITHOUT,   *
      * THE WHOLE DATE IS APPLIED. SNAPSHOT-DATE IS THE STARTING       *
      * GENERATION'S RUN DATE - ITS OWN NIGHT IS ALREADY IN IT.        *
      ******************************************************************
       01 REBUILD-CONTROL.
          03 AS-OF-DATE                  PIC 9(8)   VALUE ZERO.
          03 AS-OF-JOB-NAME              PIC X(8)   VALUE SPACES.
          03 REBUILD-MODE                PIC X(1)   VALUE SPACES.
          03 SNAPSHOT-DATE               PIC 9(8)   VALUE ZERO.
          03 JOB-NAME-LEN                PIC S9(4)  COMP VALUE ZERO.
          03 STOP-RUN-DATE               PIC 9(8)   VALUE ZERO.
          03 STOP-JOB-NAME               PIC X(8)   VALUE SPACES.

       01 COUNTRIES.
          03 SNAPSHOT-ROWS-LOADED        PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-IN-SNAPSHOT     PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-APPLIED         PIC S9(9)  COMP-3 VALUE ZERO.
          03 CHAIN-BREAKS                PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-ADDED                  PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-DROPPED                PIC S9(9)  COMP-3 VALUE ZERO.
          03 IMAGE-ROWS                  PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOAD-RECDS-WRITTEN          PIC S9(9)  COMP-3 VALUE ZERO.
          03 LIVE-ROWS-READ              PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-MATCHED                PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-DIFFERENT              PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-ONLY-REBUILT           PIC S9(9)  COMP-3 VALUE ZERO.
          03 ROWS-ONLY-LIVE              PIC S9(9)  COMP-3 VALUE ZERO.
          03 WHSE-QUANTITY               PIC S9(9)  COMP-3 VALUE ZERO.
          03 GRAND-QUANTITY              PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * THE SNAPSHOT'S ROWS, IN KEY ORDER FOR THE BINARY SEARCH. A ROW *
      * DELETED DURING THE ROLL-FORWARD STAYS IN PLACE WITH ITS        *
      * PRESENT SWITCH OFF, SO A LATER INSERT CAN BRING IT BACK.       *
      ******************************************************************
       01 BASE-TABLE-COUNT                 PIC S9(8) COMP VALUE ZERO.
       01 BASE-TABLE.
          03 BASE-ENTRY                    OCCURS 0 TO 100000 TIMES
                                 DEPENDING ON BASE-TABLE-COUNT
                                 ASCENDING KEY IS BS-KEY
                                 INDEXED BY BAS-IDX.
             05 BS-KEY.
                07 BS-WAREHOUSE-ID         PIC X(03).
                07 BS-ITEM-NUM             PIC X(10).
                07 BS-STORAGE-LOC          PIC X(10).
                07 BS-LOT-NUM              PIC X(10).
             05 BS-MOV-STATUS              PIC X(11).
             05 BS-QUANTITY                PIC 9(5).
             05 BS-DEST-BIN                PIC X(10).
             05 BS-EXPIRY-DATE             PIC 9(8).
             05 BS-LAST-ACTIVITY           PIC 9(8).
             05 BS-PRESENT-SW              PIC X(01).

      ******************************************************************
      * ROWS THE ROLL-FORWARD CREATED THAT THE SNAPSHOT DID NOT HOLD,  *
      * IN THE ORDER CREATED - SORTED INTO KEY ORDER BEFORE OUTPUT.    *
      ******************************************************************
       01 ADDED-TABLE-COUNT                PIC S9(8) COMP VALUE ZERO.
       01 ADDED-TABLE.
          03 ADDED-ENTRY                   OCCURS 0 TO 10000 TIMES
                                 DEPENDING ON ADDED-TABLE-COUNT
                                 INDEXED BY ADD-IDX.
             05 AD-KEY.
                07 AD-WAREHOUSE-ID         PIC X(03).
                07 AD-ITEM-NUM             PIC X(10).
                07 AD-STORAGE-LOC          PIC X(10).
                07 AD-LOT-NUM              PIC X(10).
             05 AD-MOV-STATUS              PIC X(11).
             05 AD-QUANTITY                PIC 9(5).
             05 AD-DEST-BIN                PIC X(10).
             05 AD-EXPIRY-DATE             PIC 9(8).
             05 AD-LAST-ACTIVITY           PIC 9(8).
             05 AD-PRESENT-SW              PIC X(01).

       01 ASORT-I                          PIC S9(8) COMP VALUE ZERO.
       01 ASORT-J                          PIC S9(8) COMP VALUE ZERO.
       01 ASORT-HOLD                       PIC X(76).

      ******************************************************************
      * THE ROW ONE AUDIT RECORD TOUCHES, COPIED OUT OF WHICHEVER      *
      * TABLE HOLDS IT (ROW-WHERE B BASE, A ADDED, N NEITHER), UPDATED *
      * AND COPIED BACK.                                               *
      ******************************************************************
       01 ROW-WORK-AREA.
          03 ROW-KEY.
             05 ROW-WAREHOUSE-ID         PIC X(03).
             05 ROW-ITEM-NUM             PIC X(10).
             05 ROW-STORAGE-LOC          PIC X(10).
             05 ROW-LOT-NUM              PIC X(10).
          03 ROW-MOV-STATUS              PIC X(11).
          03 ROW-QUANTITY                PIC 9(5).
          03 ROW-DEST-BIN                PIC X(10).
          03 ROW-EXPIRY-DATE             PIC 9(8).
          03 ROW-LAST-ACTIVITY           PIC 9(8).
          03 ROW-PRESENT-SW              PIC X(01).
          03 ROW-WHERE                   PIC X(01).
          03 ROW-WAS-PRESENT-SW          PIC X(01).

      ******************************************************************
      * OUTPUT MERGE - THE NEXT REBUILT ROW IN KEY ORDER FROM THE BASE *
      * AND ADDED TABLES, AND THE LIVE ROW IT IS COMPARED WITH.        *
      ******************************************************************
       01 MERGE-WORK-AREA.
          03 BASE-POS                    PIC S9(8)  COMP VALUE ZERO.
          03 ADDED-POS                   PIC S9(8)  COMP VALUE ZERO.
          03 PREV-KEY                    PIC X(33)  VALUE LOW-VALUES.
          03 PREV-WAREHOUSE-ID           PIC X(03)  VALUE SPACES.
          03 IMG-KEY.
             05 IMG-WAREHOUSE-ID         PIC X(03).
             05 IMG-ITEM-NUM             PIC X(10).
             05 IMG-STORAGE-LOC          PIC X(10).
             05 IMG-LOT-NUM              PIC X(10).
          03 IMG-MOV-STATUS              PIC X(11).
          03 IMG-QUANTITY                PIC 9(5).
          03 IMG-DEST-BIN                PIC X(10).
          03 IMG-EXPIRY-DATE             PIC 9(8).
          03 IMG-LAST-ACTIVITY           PIC 9(8).
          03 LIVE-KEY.
             05 LIVE-WAREHOUSE-ID        PIC X(03).
             05 LIVE-ITEM-NUM            PIC X(10).
             05 LIVE-STORAGE-LOC         PIC X(10).
             05 LIVE-LOT-NUM             PIC X(10).
          03 SNAP-KEY.
             05 SNAP-WAREHOUSE-ID        PIC X(03).
             05 SNAP-ITEM-NUM            PIC X(10).
             05 SNAP-STORAGE-LOC         PIC X(10).
             05 SNAP-LOT-NUM             PIC X(10).
          03 DIFF-TEXT                   PIC X(20)  VALUE SPACES.

       LINKAGE SECTION.
      ******************************************************************
      * JCL PARM - AS-OF DATE, MODE AND OPTIONAL JOB NAME              *
      * (PARM='YYYYMMDDMJJJJJJJJ'): MODE L WRITES THE LOAD FILE AND    *
      * DIFFERENCE REPORT, MODE R THE HOLDINGS REPORT ONLY. REQUIRED - *
      * WITHOUT A VALID DATE AND MODE NOTHING IS REBUILT, RC 8.        *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-AS-OF-DATE              PIC 9(8).
          03 PARM-MODE                    PIC X(1).
          03 PARM-JOB-NAME                PIC X(8).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'REBUILD COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          IF PARM-LEN >= +9 AND PARM-LEN <= +17
              IF PARM-AS-OF-DATE NUMERIC AND PARM-AS-OF-DATE > ZERO
                      AND (PARM-MODE = 'L' OR PARM-MODE = 'R')
                  MOVE 'Y'             TO PARM-OK-SW
                  MOVE PARM-AS-OF-DATE TO AS-OF-DATE
                  MOVE PARM-MODE       TO REBUILD-MODE
                  IF PARM-LEN > +9
                      COMPUTE JOB-NAME-LEN = PARM-LEN - 9
                      MOVE PARM-JOB-NAME (1:JOB-NAME-LEN)
                                       TO AS-OF-JOB-NAME
                  END-IF
              END-IF
          END-IF.

        OPEN OUTPUT REBUILD-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN REBUILD REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        IF PARM-OK-SW = 'N'
            DISPLAY 'AS-OF DATE / MODE PARM MISSING OR INVALID'
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 0500-OPEN-INPUTS
            PERFORM 0100-LOAD-SNAPSHOT UNTIL SNP-EOF-SW = 'Y'
            CLOSE SNAPSHOT-IN
            EVALUATE TRUE
                WHEN SNAPSHOT-OK-SW = 'N'
                    MOVE 8 TO RETURN-CODE
                WHEN SNAPSHOT-DATE > AS-OF-DATE
                    DISPLAY 'AS-OF DATE ' AS-OF-DATE
                            ' IS BEFORE THE SNAPSHOT DATE '
                            SNAPSHOT-DATE
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    PERFORM 7000-WRITE-REPORT-HEADER
                    PERFORM 7100-WRITE-BREAK-HEADING
                    PERFORM 1000-READ-AUDIT UNTIL AUD-EOF-SW = 'Y'
                    PERFORM 7200-WRITE-STOP-POINT
                    PERFORM 8500-SORT-ADDED-TABLE
                    PERFORM 5000-WRITE-IMAGE
                    IF CHAIN-BREAKS > ZERO OR ROWS-DROPPED > ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                    IF AS-OF-JOB-NAME NOT = SPACES
                            AND AS-OF-JOB-SEEN-SW = 'N'
                        MOVE 4 TO RETURN-CODE
                    END-IF
            END-EVALUATE
        END-IF.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * OPEN THE INPUTS, AND FOR MODE L THE LIVE EXTRACT AND THE LOAD  *
      * FILE. MODE R NEVER OPENS EITHER.                               *
      ******************************************************************
       0500-OPEN-INPUTS.

        OPEN INPUT SNAPSHOT-IN.
        IF FL-STAT-SNP NOT = 00
          DISPLAY 'OPEN SNAPSHOT ERROR - STAT :' FL-STAT-SNP
          MOVE  +20                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT AUDIT-IN.
        IF FL-STAT-AUD NOT = 00
          DISPLAY 'OPEN AUDIT INPUT ERROR - STAT :' FL-STAT-AUD
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        IF REBUILD-MODE = 'L'
            OPEN INPUT LIVE-IN
            IF FL-STAT-LIV NOT = 00
              DISPLAY 'OPEN LIVE EXTRACT ERROR - STAT :' FL-STAT-LIV
              MOVE  +40                   TO DUMP-CODE
              CALL 'CEE3ABD' USING DUMP-CODE
            END-IF
            OPEN OUTPUT LOAD-OUT
            IF FL-STAT-LOD NOT = 00
              DISPLAY 'OPEN LOAD FILE ERROR - STAT :' FL-STAT-LOD
              MOVE  +50                   TO DUMP-CODE
              CALL 'CEE3ABD' USING DUMP-CODE
            END-IF
        END-IF.
      ******************************************************************
      * LOAD ONE SNAPSHOT ROW. THE BINARY SEARCH NEEDS THE ROWS IN     *
      * STRICT KEY ORDER, SO A ROW OUT OF SEQUENCE STOPS THE REBUILD   *
      * (RC 8) RATHER THAN PRODUCE A TABLE MISSING ROWS.               *
      ******************************************************************
       0100-LOAD-SNAPSHOT.

        READ SNAPSHOT-IN
            AT END MOVE 'Y'     TO SNP-EOF-SW.
        IF SNP-EOF-SW = 'N'
            MOVE SNP-WAREHOUSE-ID TO SNAP-WAREHOUSE-ID
            MOVE SNP-ITEM-NUM     TO SNAP-ITEM-NUM
            MOVE SNP-STORAGE-LOC  TO SNAP-STORAGE-LOC
            MOVE SNP-LOT-NUM      TO SNAP-LOT-NUM
            MOVE SNP-SNAP-DATE    TO SNAPSHOT-DATE
            EVALUATE TRUE
                WHEN SNAP-KEY NOT > PREV-KEY
                    DISPLAY 'SNAPSHOT OUT OF SEQUENCE AT ' SNAP-KEY
                    MOVE 'N' TO SNAPSHOT-OK-SW
                    MOVE 'Y' TO SNP-EOF-SW
                WHEN BASE-TABLE-COUNT NOT < 100000
                    DISPLAY 'SNAPSHOT TABLE FULL AT ' SNAP-KEY
                    MOVE 'N' TO SNAPSHOT-OK-SW
                    MOVE 'Y' TO SNP-EOF-SW
                WHEN OTHER
                    MOVE SNAP-KEY TO PREV-KEY
                    ADD 1 TO BASE-TABLE-COUNT
                    ADD 1 TO SNAPSHOT-ROWS-LOADED
                    SET BAS-IDX TO BASE-TABLE-COUNT
                    MOVE SNAP-KEY          TO BS-KEY (BAS-IDX)
                    MOVE SNP-MOV-STATUS    TO BS-MOV-STATUS (BAS-IDX)
                    MOVE SNP-QUANTITY      TO BS-QUANTITY (BAS-IDX)
                    MOVE SNP-DEST-BIN      TO BS-DEST-BIN (BAS-IDX)
                    MOVE SNP-EXPIRY-DATE   TO BS-EXPIRY-DATE (BAS-IDX)
                    MOVE SNP-LAST-ACTIVITY
                                        TO BS-LAST-ACTIVITY (BAS-IDX)
                    MOVE 'Y'               TO BS-PRESENT-SW (BAS-IDX)
            END-EVALUATE
        END-IF.
      ******************************************************************
      * READ ONE AUDIT RECORD. RECORDS UP TO THE SNAPSHOT'S OWN DATE   *
      * ARE ALREADY IN IT. ON THE AS-OF DATE WITH A JOB NAME GIVEN,    *
      * THE FIRST RECORD FROM ANOTHER JOB AFTER THAT JOB'S RECORDS IS  *
      * WHERE THE ROLL-FORWARD STOPS; OTHERWISE IT STOPS AT THE FIRST  *
      * RECORD PAST THE AS-OF DATE.                                    *
      ******************************************************************
       1000-READ-AUDIT.

        READ AUDIT-IN
            AT END MOVE 'Y'     TO AUD-EOF-SW.
        IF AUD-EOF-SW = 'N'
            ADD +1 TO AUDIT-RECDS-READ
            EVALUATE TRUE
                WHEN AUD-RUN-DATE NOT > SNAPSHOT-DATE
                    ADD +1 TO AUDIT-RECDS-IN-SNAPSHOT
                WHEN AUD-RUN-DATE > AS-OF-DATE
                    PERFORM 1900-STOP-ROLL-FORWARD
                WHEN AUD-RUN-DATE = AS-OF-DATE
                        AND AS-OF-JOB-NAME NOT = SPACES
                        AND AS-OF-JOB-SEEN-SW = 'Y'
                        AND AUD-JOB-NAME NOT = AS-OF-JOB-NAME
                    PERFORM 1900-STOP-ROLL-FORWARD
                WHEN OTHER
                    IF AUD-RUN-DATE = AS-OF-DATE
                            AND AUD-JOB-NAME = AS-OF-JOB-NAME
                        MOVE 'Y' TO AS-OF-JOB-SEEN-SW
                    END-IF
                    PERFORM 1100-APPLY-AUDIT
            END-EVALUATE
        END-IF.
      ******************************************************************
      * CHECK ONE AUDIT RECORD'S BEFORE-IMAGE AGAINST THE ROW AS       *
      * ROLLED SO FAR - A ROW NOT YET ON THE TABLE MUST SHOW A BLANK   *
      * BEFORE-IMAGE - THEN APPLY ITS AFTER-IMAGE. A DELETE REMOVES    *
      * THE ROW. WHSE_CBL_BATCH CHANGES EXPIRY ONLY WHEN IT UPDATES    *
      * OR INSERTS A ROW FROM THE FEED, NOT ON EITHER SIDE OF A        *
      * TRANSFER INTO AN EXISTING ROW, SO THE AUDITED EXPIRY IS TAKEN  *
      * ONLY IN THOSE CASES.                                           *
      ******************************************************************
       1100-APPLY-AUDIT.

        ADD +1 TO AUDIT-RECDS-APPLIED.
        MOVE AUD-WAREHOUSE-ID TO ROW-WAREHOUSE-ID.
        MOVE AUD-ITEM-NUM     TO ROW-ITEM-NUM.
        MOVE AUD-STORAGE-LOC  TO ROW-STORAGE-LOC.
        MOVE AUD-LOT-NUM      TO ROW-LOT-NUM.
        PERFORM 8000-FIND-ROW.
        MOVE ROW-PRESENT-SW TO ROW-WAS-PRESENT-SW.
        IF ROW-PRESENT-SW = 'Y'
            IF AUD-BEFORE-MOV-STATUS NOT = ROW-MOV-STATUS
                    OR AUD-BEFORE-QUANTITY NOT = ROW-QUANTITY
                    OR AUD-BEFORE-DEST-BIN NOT = ROW-DEST-BIN
                PERFORM 1200-WRITE-CHAIN-BREAK
            END-IF
        ELSE
            IF AUD-BEFORE-MOV-STATUS NOT = SPACES
                    OR AUD-BEFORE-QUANTITY NOT = ZERO
                    OR AUD-BEFORE-DEST-BIN NOT = SPACES
                PERFORM 1200-WRITE-CHAIN-BREAK
            END-IF
        END-IF.
        IF AUD-SOURCE-PARA = '4500-DELETE-TABLE'
            MOVE 'N' TO ROW-PRESENT-SW
        ELSE
            MOVE 'Y'                  TO ROW-PRESENT-SW
            MOVE AUD-AFTER-MOV-STATUS TO ROW-MOV-STATUS
            MOVE AUD-AFTER-QUANTITY   TO ROW-QUANTITY
            MOVE AUD-AFTER-DEST-BIN   TO ROW-DEST-BIN
            MOVE AUD-RUN-DATE         TO ROW-LAST-ACTIVITY
            IF AUD-SOURCE-PARA = '3000-UPDATE-TABLE'
                    OR AUD-SOURCE-PARA = '4000-INSERT-TABLE'
                    OR ROW-WAS-PRESENT-SW = 'N'
                MOVE AUD-EXPIRY-DATE  TO ROW-EXPIRY-DATE
            END-IF
        END-IF.
        PERFORM 8100-STORE-ROW.
      ******************************************************************
      * LIST ONE BEFORE-IMAGE THAT DOES NOT CHAIN - THE AUDIT RECORD   *
      * AND WHAT THE ROLLED-FORWARD ROW HELD.                          *
      ******************************************************************
       1200-WRITE-CHAIN-BREAK.

        ADD 1 TO CHAIN-BREAKS.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'WH '                       DELIMITED BY SIZE
               AUD-WAREHOUSE-ID            DELIMITED BY SIZE
               ' ITEM '                    DELIMITED BY SIZE
               AUD-ITEM-NUM                DELIMITED BY SIZE
               ' LOC '                     DELIMITED BY SIZE
               AUD-STORAGE-LOC             DELIMITED BY SIZE
               ' LOT '                     DELIMITED BY SIZE
               AUD-LOT-NUM                 DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING '  '                        DELIMITED BY SIZE
               AUD-RUN-DATE                DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               AUD-JOB-NAME                DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               AUD-SOURCE-PARA             DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        MOVE '  AUDIT BEFORE-IMAGE' TO REBUILD-REPORT-LINE (1:20).
        MOVE AUD-BEFORE-MOV-STATUS  TO REBUILD-REPORT-LINE (23:11).
        MOVE AUD-BEFORE-QUANTITY    TO QTY-EDIT.
        MOVE QTY-EDIT               TO REBUILD-REPORT-LINE (35:5).
        MOVE AUD-BEFORE-DEST-BIN    TO REBUILD-REPORT-LINE (41:10).
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        MOVE '  ROW AS ROLLED'      TO REBUILD-REPORT-LINE (1:20).
        IF ROW-PRESENT-SW = 'Y'
            MOVE ROW-MOV-STATUS     TO REBUILD-REPORT-LINE (23:11)
            MOVE ROW-QUANTITY       TO QTY-EDIT
            MOVE QTY-EDIT           TO REBUILD-REPORT-LINE (35:5)
            MOVE ROW-DEST-BIN       TO REBUILD-REPORT-LINE (41:10)
        ELSE
            MOVE 'NO ROW'           TO REBUILD-REPORT-LINE (23:6)
        END-IF.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * THE FIRST AUDIT RECORD PAST THE AS-OF POINT - NOTE WHERE THE   *
      * ROLL-FORWARD STOPPED AND READ NO FURTHER.                      *
      ******************************************************************
       1900-STOP-ROLL-FORWARD.

        MOVE 'Y'          TO STOPPED-SW.
        MOVE AUD-RUN-DATE TO STOP-RUN-DATE.
        MOVE AUD-JOB-NAME TO STOP-JOB-NAME.
        MOVE 'Y'          TO AUD-EOF-SW.
      ******************************************************************
      * WALK THE REBUILT TABLE IN KEY ORDER. MODE L WRITES EACH ROW TO *
      * THE LOAD FILE AND MATCHES IT AGAINST THE LIVE EXTRACT; MODE R  *
      * LISTS THE ROWS HOLDING STOCK BY WAREHOUSE.                     *
      ******************************************************************
       5000-WRITE-IMAGE.

        MOVE 1 TO BASE-POS ADDED-POS.
        IF REBUILD-MODE = 'L'
            PERFORM 7300-WRITE-DIFF-HEADING
            PERFORM 5300-READ-LIVE
        ELSE
            PERFORM 7400-WRITE-HOLDINGS-HEADING
            MOVE 'Y' TO LIV-EOF-SW
        END-IF.
        PERFORM 5100-NEXT-IMAGE-ROW.
        PERFORM 5200-PROCESS-ONE-ROW
            UNTIL IMG-EOF-SW = 'Y' AND LIV-EOF-SW = 'Y'.
        IF REBUILD-MODE = 'L'
            CLOSE LIVE-IN
                  LOAD-OUT
        ELSE
            IF PREV-WAREHOUSE-ID NOT = SPACES
                PERFORM 5600-WRITE-WHSE-TOTAL
            END-IF
            MOVE ALL '-' TO REBUILD-REPORT-LINE
            WRITE REBUILD-REPORT-LINE
            MOVE SPACES TO REBUILD-REPORT-LINE
            MOVE 'ALL WAREHOUSES' TO REBUILD-REPORT-LINE (1:14)
            MOVE GRAND-QUANTITY TO TOTAL-EDIT
            MOVE TOTAL-EDIT TO REBUILD-REPORT-LINE (47:9)
            WRITE REBUILD-REPORT-LINE
        END-IF.
      ******************************************************************
      * THE NEXT PRESENT ROW IN KEY ORDER, TAKING THE LOWER OF THE     *
      * BASE AND ADDED TABLES' NEXT ROWS. DELETED ROWS ARE SKIPPED.    *
      ******************************************************************
       5100-NEXT-IMAGE-ROW.

        PERFORM 5110-SKIP-DELETED-BASE
            UNTIL BASE-POS > BASE-TABLE-COUNT
               OR BS-PRESENT-SW (BASE-POS) = 'Y'.
        PERFORM 5120-SKIP-DELETED-ADDED
            UNTIL ADDED-POS > ADDED-TABLE-COUNT
               OR AD-PRESENT-SW (ADDED-POS) = 'Y'.
        EVALUATE TRUE
            WHEN BASE-POS > BASE-TABLE-COUNT
                    AND ADDED-POS > ADDED-TABLE-COUNT
                MOVE 'Y' TO IMG-EOF-SW
            WHEN ADDED-POS > ADDED-TABLE-COUNT
                MOVE BASE-ENTRY (BASE-POS) TO ROW-WORK-AREA
                ADD 1 TO BASE-POS
            WHEN BASE-POS > BASE-TABLE-COUNT
                MOVE ADDED-ENTRY (ADDED-POS) TO ROW-WORK-AREA
                ADD 1 TO ADDED-POS
            WHEN BS-KEY (BASE-POS) < AD-KEY (ADDED-POS)
                MOVE BASE-ENTRY (BASE-POS) TO ROW-WORK-AREA
                ADD 1 TO BASE-POS
            WHEN OTHER
                MOVE ADDED-ENTRY (ADDED-POS) TO ROW-WORK-AREA
                ADD 1 TO ADDED-POS
        END-EVALUATE.
        IF IMG-EOF-SW = 'N'
            ADD 1 TO IMAGE-ROWS
            MOVE ROW-KEY           TO IMG-KEY
            MOVE ROW-MOV-STATUS    TO IMG-MOV-STATUS
            MOVE ROW-QUANTITY      TO IMG-QUANTITY
            MOVE ROW-DEST-BIN      TO IMG-DEST-BIN
            MOVE ROW-EXPIRY-DATE   TO IMG-EXPIRY-DATE
            MOVE ROW-LAST-ACTIVITY TO IMG-LAST-ACTIVITY
        END-IF.
      ******************************************************************
      * STEP PAST A DELETED SNAPSHOT ROW.                              *
      ******************************************************************
       5110-SKIP-DELETED-BASE.

        ADD 1 TO BASE-POS.
      ******************************************************************
      * STEP PAST A DELETED ADDED ROW.                                 *
      ******************************************************************
       5120-SKIP-DELETED-ADDED.

        ADD 1 TO ADDED-POS.
      ******************************************************************
      * ONE STEP OF THE WALK. IN MODE L THE REBUILT AND LIVE ROWS ARE  *
      * MATCHED ON KEY - A ROW ON ONE SIDE ONLY, OR ON BOTH WITH A     *
      * DIFFERENT STATUS, QUANTITY, DEST-BIN OR EXPIRY, IS LISTED.     *
      ******************************************************************
       5200-PROCESS-ONE-ROW.

        IF REBUILD-MODE = 'R'
            IF IMG-QUANTITY > ZERO
                PERFORM 5500-WRITE-HOLDING
            END-IF
            PERFORM 5100-NEXT-IMAGE-ROW
        ELSE
            EVALUATE TRUE
                WHEN IMG-EOF-SW = 'N'
                        AND (LIV-EOF-SW = 'Y' OR IMG-KEY < LIVE-KEY)
                    PERFORM 5400-WRITE-LOAD-RECORD
                    ADD 1 TO ROWS-ONLY-REBUILT
                    MOVE 'NOT ON LIVE TABLE' TO DIFF-TEXT
                    PERFORM 5700-WRITE-DIFFERENCE
                    PERFORM 5100-NEXT-IMAGE-ROW
                WHEN IMG-EOF-SW = 'Y' OR LIVE-KEY < IMG-KEY
                    ADD 1 TO ROWS-ONLY-LIVE
                    MOVE 'ONLY ON LIVE TABLE' TO DIFF-TEXT
                    PERFORM 5700-WRITE-DIFFERENCE
                    PERFORM 5300-READ-LIVE
                WHEN OTHER
                    PERFORM 5400-WRITE-LOAD-RECORD
                    IF IMG-MOV-STATUS  = LIV-MOV-STATUS
                            AND IMG-QUANTITY    = LIV-QUANTITY
                            AND IMG-DEST-BIN    = LIV-DEST-BIN
                            AND IMG-EXPIRY-DATE = LIV-EXPIRY-DATE
                        ADD 1 TO ROWS-MATCHED
                    ELSE
                        ADD 1 TO ROWS-DIFFERENT
                        MOVE 'DIFFERS FROM LIVE' TO DIFF-TEXT
                        PERFORM 5700-WRITE-DIFFERENCE
                    END-IF
                    PERFORM 5100-NEXT-IMAGE-ROW
                    PERFORM 5300-READ-LIVE
            END-EVALUATE
        END-IF.
      ******************************************************************
      * READ THE NEXT LIVE TABLE ROW.                                  *
      ******************************************************************
       5300-READ-LIVE.

        READ LIVE-IN
            AT END MOVE 'Y'     TO LIV-EOF-SW.
        IF LIV-EOF-SW = 'N'
            ADD 1 TO LIVE-ROWS-READ
            MOVE LIV-WAREHOUSE-ID TO LIVE-WAREHOUSE-ID
            MOVE LIV-ITEM-NUM     TO LIVE-ITEM-NUM
            MOVE LIV-STORAGE-LOC  TO LIVE-STORAGE-LOC
            MOVE LIV-LOT-NUM      TO LIVE-LOT-NUM
        END-IF.
      ******************************************************************
      * ONE REBUILT ROW TO THE LOAD FILE.                              *
      ******************************************************************
       5400-WRITE-LOAD-RECORD.

        MOVE IMG-WAREHOUSE-ID  TO LOD-WAREHOUSE-ID.
        MOVE IMG-ITEM-NUM      TO LOD-ITEM-NUM.
        MOVE IMG-STORAGE-LOC   TO LOD-STORAGE-LOC.
        MOVE IMG-MOV-STATUS    TO LOD-MOV-STATUS.
        MOVE IMG-QUANTITY      TO LOD-QUANTITY.
        MOVE IMG-DEST-BIN      TO LOD-DEST-BIN.
        MOVE IMG-LOT-NUM       TO LOD-LOT-NUM.
        MOVE IMG-EXPIRY-DATE   TO LOD-EXPIRY-DATE.
        MOVE IMG-LAST-ACTIVITY TO LOD-LAST-ACTIVITY.
        MOVE AS-OF-DATE        TO LOD-SNAP-DATE.
        WRITE LOAD-RECORD.
        ADD 1 TO LOAD-RECDS-WRITTEN.
      ******************************************************************
      * ONE HOLDING LINE, WITH A SUBTOTAL AT EACH CHANGE OF WAREHOUSE. *
      ******************************************************************
       5500-WRITE-HOLDING.

        IF IMG-WAREHOUSE-ID NOT = PREV-WAREHOUSE-ID
            IF PREV-WAREHOUSE-ID NOT = SPACES
                PERFORM 5600-WRITE-WHSE-TOTAL
            END-IF
            MOVE IMG-WAREHOUSE-ID TO PREV-WAREHOUSE-ID
            MOVE ZERO TO WHSE-QUANTITY
        END-IF.
        ADD IMG-QUANTITY TO WHSE-QUANTITY GRAND-QUANTITY.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        MOVE IMG-WAREHOUSE-ID TO REBUILD-REPORT-LINE (1:3).
        MOVE IMG-ITEM-NUM     TO REBUILD-REPORT-LINE (5:10).
        MOVE IMG-STORAGE-LOC  TO REBUILD-REPORT-LINE (16:10).
        MOVE IMG-LOT-NUM      TO REBUILD-REPORT-LINE (27:10).
        MOVE IMG-MOV-STATUS   TO REBUILD-REPORT-LINE (38:11).
        MOVE IMG-QUANTITY     TO QTY-EDIT.
        MOVE QTY-EDIT         TO REBUILD-REPORT-LINE (51:5).
        MOVE IMG-EXPIRY-DATE  TO REBUILD-REPORT-LINE (57:8).
        MOVE IMG-DEST-BIN     TO REBUILD-REPORT-LINE (66:10).
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * QUANTITY HELD BY ONE WAREHOUSE.                                *
      ******************************************************************
       5600-WRITE-WHSE-TOTAL.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'WAREHOUSE '                DELIMITED BY SIZE
               PREV-WAREHOUSE-ID           DELIMITED BY SIZE
               ' TOTAL'                    DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        MOVE WHSE-QUANTITY TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO REBUILD-REPORT-LINE (47:9).
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * ONE DIFFERENCE - THE KEY, WHAT KIND, AND THE REBUILT AND LIVE  *
      * VALUES SIDE BY SIDE WHERE EACH EXISTS.                         *
      ******************************************************************
       5700-WRITE-DIFFERENCE.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        IF DIFF-TEXT = 'ONLY ON LIVE TABLE'
            MOVE LIVE-WAREHOUSE-ID TO REBUILD-REPORT-LINE (1:3)
            MOVE LIVE-ITEM-NUM     TO REBUILD-REPORT-LINE (5:10)
            MOVE LIVE-STORAGE-LOC  TO REBUILD-REPORT-LINE (16:10)
            MOVE LIVE-LOT-NUM      TO REBUILD-REPORT-LINE (27:10)
        ELSE
            MOVE IMG-WAREHOUSE-ID  TO REBUILD-REPORT-LINE (1:3)
            MOVE IMG-ITEM-NUM      TO REBUILD-REPORT-LINE (5:10)
            MOVE IMG-STORAGE-LOC   TO REBUILD-REPORT-LINE (16:10)
            MOVE IMG-LOT-NUM       TO REBUILD-REPORT-LINE (27:10)
        END-IF.
        MOVE DIFF-TEXT TO REBUILD-REPORT-LINE (38:20).
        WRITE REBUILD-REPORT-LINE.
        IF DIFF-TEXT NOT = 'ONLY ON LIVE TABLE'
            MOVE SPACES TO REBUILD-REPORT-LINE
            MOVE '  REBUILT'       TO REBUILD-REPORT-LINE (1:9)
            MOVE IMG-MOV-STATUS    TO REBUILD-REPORT-LINE (12:11)
            MOVE IMG-QUANTITY      TO QTY-EDIT
            MOVE QTY-EDIT          TO REBUILD-REPORT-LINE (24:5)
            MOVE IMG-DEST-BIN      TO REBUILD-REPORT-LINE (30:10)
            MOVE IMG-EXPIRY-DATE   TO REBUILD-REPORT-LINE (41:8)
            MOVE IMG-LAST-ACTIVITY TO REBUILD-REPORT-LINE (50:8)
            WRITE REBUILD-REPORT-LINE
        END-IF.
        IF DIFF-TEXT NOT = 'NOT ON LIVE TABLE'
            MOVE SPACES TO REBUILD-REPORT-LINE
            MOVE '  LIVE'          TO REBUILD-REPORT-LINE (1:9)
            MOVE LIV-MOV-STATUS    TO REBUILD-REPORT-LINE (12:11)
            MOVE LIV-QUANTITY      TO QTY-EDIT
            MOVE QTY-EDIT          TO REBUILD-REPORT-LINE (24:5)
            MOVE LIV-DEST-BIN      TO REBUILD-REPORT-LINE (30:10)
            MOVE LIV-EXPIRY-DATE   TO REBUILD-REPORT-LINE (41:8)
            MOVE LIV-LAST-ACTIVITY TO REBUILD-REPORT-LINE (50:8)
            WRITE REBUILD-REPORT-LINE
        END-IF.
      ******************************************************************
      * REPORT HEADER - MODE, STARTING SNAPSHOT AND AS-OF POINT.       *
      ******************************************************************
       7000-WRITE-REPORT-HEADER.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        IF REBUILD-MODE = 'L'
            STRING 'WHSE_CBL_REBUILD STORELOC_TABLE REBUILD AND '
                   DELIMITED BY SIZE
                   'DIFFERENCE REPORT'       DELIMITED BY SIZE
                   INTO REBUILD-REPORT-LINE
            END-STRING
        ELSE
            STRING 'WHSE_CBL_REBUILD WAREHOUSE HOLDINGS AS OF A '
                   DELIMITED BY SIZE
                   'POINT IN TIME'           DELIMITED BY SIZE
                   INTO REBUILD-REPORT-LINE
            END-STRING
        END-IF.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'AS OF '                    DELIMITED BY SIZE
               AS-OF-DATE                  DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        IF AS-OF-JOB-NAME NOT = SPACES
            MOVE 'THROUGH JOB'  TO REBUILD-REPORT-LINE (16:11)
            MOVE AS-OF-JOB-NAME TO REBUILD-REPORT-LINE (28:8)
        ELSE
            MOVE 'END OF DAY'   TO REBUILD-REPORT-LINE (16:10)
        END-IF.
        MOVE 'FROM SNAPSHOT OF' TO REBUILD-REPORT-LINE (38:16).
        MOVE SNAPSHOT-DATE      TO REBUILD-REPORT-LINE (55:8).
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'RUN DATE '                 DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE ALL '=' TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * HEADING FOR THE CHAIN BREAKS, WRITTEN AS FOUND.                *
      ******************************************************************
       7100-WRITE-BREAK-HEADING.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'AUDIT CHAIN BREAKS - BEFORE-IMAGE DOES NOT MATCH THE '
               DELIMITED BY SIZE
               'ROW AS ROLLED'             DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE ALL '-' TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * WHERE THE ROLL-FORWARD ENDED, AND A WARNING WHEN THE AS-OF JOB *
      * WROTE NOTHING ON THE AS-OF DATE (THE WHOLE DATE IS THEN IN).   *
      ******************************************************************
       7200-WRITE-STOP-POINT.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        IF STOPPED-SW = 'Y'
            STRING 'ROLL-FORWARD STOPPED BEFORE '
                                           DELIMITED BY SIZE
                   STOP-RUN-DATE           DELIMITED BY SIZE
                   ' JOB '                 DELIMITED BY SIZE
                   STOP-JOB-NAME           DELIMITED BY SIZE
                   INTO REBUILD-REPORT-LINE
            END-STRING
        ELSE
            STRING 'ROLL-FORWARD REACHED THE END OF THE AUDIT TRAIL'
                                           DELIMITED BY SIZE
                   INTO REBUILD-REPORT-LINE
            END-STRING
        END-IF.
        WRITE REBUILD-REPORT-LINE.
        IF AS-OF-JOB-NAME NOT = SPACES
                AND AS-OF-JOB-SEEN-SW = 'N'
            MOVE SPACES TO REBUILD-REPORT-LINE
            STRING 'JOB '                  DELIMITED BY SIZE
                   AS-OF-JOB-NAME          DELIMITED BY SIZE
                   ' WROTE NO AUDIT RECORDS ON '
                                           DELIMITED BY SIZE
                   AS-OF-DATE              DELIMITED BY SIZE
                   ' - WHOLE DATE APPLIED' DELIMITED BY SIZE
                   INTO REBUILD-REPORT-LINE
            END-STRING
            WRITE REBUILD-REPORT-LINE
        END-IF.
      ******************************************************************
      * HEADING FOR THE DIFFERENCES AGAINST THE LIVE TABLE.            *
      ******************************************************************
       7300-WRITE-DIFF-HEADING.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'REBUILT TABLE AGAINST LIVE TABLE' DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'WH  ITEM       LOC        LOT        DIFFERENCE'
               DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        MOVE 'STATUS      QTY DEST-BIN   EXPIRY   LAST-ACT'
                                        TO REBUILD-REPORT-LINE (12:44).
        WRITE REBUILD-REPORT-LINE.
        MOVE ALL '-' TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * HEADING FOR THE HOLDINGS LISTING.                              *
      ******************************************************************
       7400-WRITE-HOLDINGS-HEADING.

        MOVE SPACES TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'STOCK HELD - ROWS WITH A QUANTITY ON HAND'
               DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE SPACES TO REBUILD-REPORT-LINE.
        STRING 'WH  ITEM       LOC        LOT        STATUS     '
               DELIMITED BY SIZE
               '    QTY EXPIRY   DEST-BIN' DELIMITED BY SIZE
               INTO REBUILD-REPORT-LINE
        END-STRING.
        WRITE REBUILD-REPORT-LINE.
        MOVE ALL '-' TO REBUILD-REPORT-LINE.
        WRITE REBUILD-REPORT-LINE.
      ******************************************************************
      * FIND THE ROW IN ROW-KEY - THE SNAPSHOT ROWS BY BINARY SEARCH,  *
      * THEN THE ROWS ADDED SINCE - AND COPY IT TO THE WORK AREA.      *
      ******************************************************************
       8000-FIND-ROW.

        MOVE 'N' TO ROW-WHERE.
        MOVE 'N' TO ROW-PRESENT-SW.
        IF BASE-TABLE-COUNT > ZERO
            SEARCH ALL BASE-ENTRY
                AT END
                    CONTINUE
                WHEN BS-KEY (BAS-IDX) = ROW-KEY
                    MOVE BASE-ENTRY (BAS-IDX) TO ROW-WORK-AREA
                    MOVE 'B' TO ROW-WHERE
            END-SEARCH
        END-IF.
        IF ROW-WHERE = 'N'
            SET ADD-IDX TO 1
            SEARCH ADDED-ENTRY
                AT END
                    CONTINUE
                WHEN AD-KEY (ADD-IDX) = ROW-KEY
                    MOVE ADDED-ENTRY (ADD-IDX) TO ROW-WORK-AREA
                    MOVE 'A' TO ROW-WHERE
            END-SEARCH
        END-IF.
      ******************************************************************
      * PUT THE UPDATED ROW BACK, ADDING IT IF IT IS NEW.              *
      ******************************************************************
       8100-STORE-ROW.

        EVALUATE TRUE
            WHEN ROW-WHERE = 'B'
                MOVE ROW-WORK-AREA TO BASE-ENTRY (BAS-IDX)
            WHEN ROW-WHERE = 'A'
                MOVE ROW-WORK-AREA TO ADDED-ENTRY (ADD-IDX)
            WHEN ROW-PRESENT-SW = 'N'
                CONTINUE
            WHEN ADDED-TABLE-COUNT < 10000
                ADD 1 TO ADDED-TABLE-COUNT
                ADD 1 TO ROWS-ADDED
                SET ADD-IDX TO ADDED-TABLE-COUNT
                MOVE ROW-WORK-AREA TO ADDED-ENTRY (ADD-IDX)
            WHEN OTHER
                ADD 1 TO ROWS-DROPPED
                DISPLAY 'ADDED ROW TABLE FULL - ROW DROPPED ' ROW-KEY
        END-EVALUATE.
      ******************************************************************
      * SORT THE ADDED ROWS INTO KEY ORDER FOR THE OUTPUT MERGE.       *
      ******************************************************************
       8500-SORT-ADDED-TABLE.

        PERFORM 8510-SORT-ONE-PASS
            VARYING ASORT-I FROM 1 BY 1
            UNTIL ASORT-I >= ADDED-TABLE-COUNT.
      ******************************************************************
      * ONE PASS OF THE EXCHANGE SORT.                                 *
      ******************************************************************
       8510-SORT-ONE-PASS.

        PERFORM 8520-SORT-COMPARE
            VARYING ASORT-J FROM 1 BY 1
            UNTIL ASORT-J >= ADDED-TABLE-COUNT.
      ******************************************************************
      * SWAP ADJACENT ENTRIES THAT ARE OUT OF KEY ORDER.               *
      ******************************************************************
       8520-SORT-COMPARE.

        IF AD-KEY (ASORT-J) > AD-KEY (ASORT-J + 1)
            MOVE ADDED-ENTRY (ASORT-J)     TO ASORT-HOLD
            MOVE ADDED-ENTRY (ASORT-J + 1) TO ADDED-ENTRY (ASORT-J)
            MOVE ASORT-HOLD TO ADDED-ENTRY (ASORT-J + 1)
        END-IF.
      ******************************************************************
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        IF PARM-OK-SW = 'Y'
            CLOSE AUDIT-IN
        END-IF.
        CLOSE REBUILD-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** REBUILD - POINT-IN-TIME REBUILD COUNTS        ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'SNAPSHOT   ROWS LOADED         ' SNAPSHOT-ROWS-LOADED.
        DISPLAY 'AUDIT      RECDS READ          ' AUDIT-RECDS-READ.
        DISPLAY 'AUDIT      RECDS IN SNAPSHOT   '
                AUDIT-RECDS-IN-SNAPSHOT.
        DISPLAY 'AUDIT      RECDS APPLIED       ' AUDIT-RECDS-APPLIED.
        DISPLAY 'AUDIT      CHAIN BREAKS        ' CHAIN-BREAKS.
        DISPLAY 'ROWS       ADDED SINCE SNAPSHOT' ROWS-ADDED.
        DISPLAY 'ROWS       DROPPED - TABLE FULL' ROWS-DROPPED.
        DISPLAY 'ROWS       IN REBUILT TABLE    ' IMAGE-ROWS.
        DISPLAY 'LOAD       RECDS WRITTEN       ' LOAD-RECDS-WRITTEN.
        DISPLAY 'LIVE       ROWS READ           ' LIVE-ROWS-READ.
        DISPLAY 'ROWS       MATCHING LIVE       ' ROWS-MATCHED.
        DISPLAY 'ROWS       DIFFERING FROM LIVE ' ROWS-DIFFERENT.
        DISPLAY 'ROWS       NOT ON LIVE TABLE   ' ROWS-ONLY-REBUILT.
        DISPLAY 'ROWS       ONLY ON LIVE TABLE  ' ROWS-ONLY-LIVE.
        DISPLAY "-----------------------------------------------------".
