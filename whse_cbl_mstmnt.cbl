       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_MSTMNT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MAINTENANCE FOR THE ITEM AND LOCATION MASTERS THAT             *
      * WHSE_CBL_BATCH, REPLEN, BINUTIL AND THE CAPACITY CHECK ALL    *
      * TRUST, IN THE SAME SPIRIT AS WHSE_CBL_STATMNT FOR STATCTL.    *
      * LOADS THE CURRENT MASTERS WHOLE, APPLIES ADD/CHANGE/DELETE    *
      * TRANSACTIONS IN FILE ORDER, AND EDITS EACH ONE AGAINST THE    *
      * MASTERS AS THEY STAND AFTER THE TRANSACTIONS BEFORE IT:       *
      *   - ITEM (ITEM, WAREHOUSE, PICK LOCATION, MIN, TARGET): NO    *
      *     DUPLICATE KEY ON AN ADD, KEY MUST EXIST FOR A CHANGE OR   *
      *     DELETE, TARGET NOT BELOW MIN, PICK LOCATION MUST BE ON    *
      *     THE LOCATION MASTER, AND NO DELETE WHILE STORELOC_TABLE   *
      *     STILL HOLDS ROWS FOR THE ITEM AT THAT WAREHOUSE,          *
      *   - LOCATION (WAREHOUSE, BIN, CAPACITY): NO DUPLICATE KEY ON  *
      *     AN ADD, KEY MUST EXIST FOR A CHANGE OR DELETE, NO         *
      *     CAPACITY CUT BELOW THE BIN'S CURRENT STORELOC_TABLE LOAD, *
      *     AND NO DELETE WHILE THE BIN HOLDS ROWS OR IS STILL SOME   *
      *     ITEM'S PICK LOCATION.                                     *
      * A TRANSACTION THAT FAILS AN EDIT IS REJECTED AND LEAVES THE   *
      * MASTERS AS THEY WERE; THE REST STILL APPLY. OUTPUT IS:        *
      *   - THE NEW GENERATION OF BOTH MASTERS,                       *
      *   - A BEFORE/AFTER CHANGE LISTING FOR SUPERVISOR SIGN-OFF,    *
      *   - ONE MASTER AUDIT RECORD PER APPLIED CHANGE, WITH THE      *
      *     BEFORE AND AFTER IMAGES, RUN DATE, JOB AND REQUESTER -    *
      *     THE MASTER-FILE COUNTERPART OF AUDFILE.                   *
      * ANY REJECTED TRANSACTION SETS RETURN CODE 4 SO THE OPERATOR   *
      * SEES IT; THE NEW MASTERS ARE STILL CONSISTENT AND GO LIVE.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT ITEM-MASTER-IN ASSIGN TO ITEMMSTR
            FILE STATUS IS FL-STAT-ITM.
        SELECT LOCATION-MASTER-IN ASSIGN TO LOCMSTR
            FILE STATUS IS FL-STAT-LOC.
        SELECT MASTER-TRANS ASSIGN TO MSTTRAN
            FILE STATUS IS FL-STAT-TRN.
        SELECT ITEM-MASTER-OUT ASSIGN TO ITEMNEW
            FILE STATUS IS FL-STAT-ITO.
        SELECT LOCATION-MASTER-OUT ASSIGN TO LOCNEW
            FILE STATUS IS FL-STAT-LCO.
        SELECT CHANGE-LISTING ASSIGN TO MSTRPT
            FILE STATUS IS FL-STAT-RPT.
        SELECT MASTER-AUDIT-FILE ASSIGN TO MSTAUDIT
            FILE STATUS IS FL-STAT-AUD.
       DATA DIVISION.
       FILE SECTION.

       FD ITEM-MASTER-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 ITEM-MASTER-RECORD.
          03 IM-ITEM-NUM                 PIC X(10).
          03 IM-WAREHOUSE-ID             PIC X(03).
          03 IM-PICK-LOC                 PIC X(10).
          03 IM-MIN-QTY                  PIC 9(05).
          03 IM-TARGET-QTY               PIC 9(05).

       FD LOCATION-MASTER-IN
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOCATION-MASTER-RECORD.
          03 LM-WAREHOUSE-ID              PIC X(03).
          03 LM-STORAGE-LOC               PIC X(10).
          03 LM-BIN-CAPACITY              PIC 9(05).

      ******************************************************************
      * MAINTENANCE TRANSACTION - 80 BYTES. THE RECORD TYPE SAYS WHICH *
      * MASTER, THE ACTION IS A(DD), C(HANGE) OR D(ELETE), AND THE     *
      * MASTER IMAGE FOLLOWS IN THAT MASTER'S OWN LAYOUT. A CHANGE     *
      * CARRIES THE WHOLE NEW IMAGE, NOT JUST THE FIELDS CHANGING. A   *
      * DELETE NEEDS ONLY THE KEY.                                     *
      ******************************************************************
       FD MASTER-TRANS
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 MASTER-TRANS-RECORD.
          03 MT-RECORD-TYPE              PIC X(01).
          03 MT-ACTION                   PIC X(01).
          03 MT-MASTER-IMAGE             PIC X(33).
          03 MT-ITEM-IMAGE REDEFINES MT-MASTER-IMAGE.
             05 MT-ITEM-NUM              PIC X(10).
             05 MT-ITEM-WAREHOUSE-ID     PIC X(03).
             05 MT-PICK-LOC              PIC X(10).
             05 MT-MIN-QTY               PIC 9(05).
             05 MT-TARGET-QTY            PIC 9(05).
          03 MT-LOC-IMAGE REDEFINES MT-MASTER-IMAGE.
             05 MT-LOC-WAREHOUSE-ID      PIC X(03).
             05 MT-STORAGE-LOC           PIC X(10).
             05 MT-BIN-CAPACITY          PIC 9(05).
             05 FILLER                   PIC X(15).
          03 MT-REQUESTED-BY             PIC X(08).
          03 FILLER                      PIC X(37).

       FD ITEM-MASTER-OUT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 ITEM-MASTER-OUT-RECORD           PIC X(33).

       FD LOCATION-MASTER-OUT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOCATION-MASTER-OUT-RECORD       PIC X(18).

       FD CHANGE-LISTING
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 CHANGE-LISTING-LINE              PIC X(80).

      ******************************************************************
      * MASTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE. THE KEY IS *
      * THE WAREHOUSE PLUS THE ITEM (TYPE I) OR BIN (TYPE L); THE      *
      * IMAGES ARE THE MASTER RECORD BEFORE AND AFTER, SPACES FOR THE  *
      * BEFORE-IMAGE OF AN ADD AND THE AFTER-IMAGE OF A DELETE.        *
      ******************************************************************
       FD MASTER-AUDIT-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 MASTER-AUDIT-RECORD.
          03 MA-RECORD-TYPE              PIC X(01).
          03 MA-ACTION                   PIC X(01).
          03 MA-WAREHOUSE-ID             PIC X(03).
          03 MA-MASTER-KEY               PIC X(10).
          03 MA-BEFORE-IMAGE             PIC X(33).
          03 MA-AFTER-IMAGE              PIC X(33).
          03 MA-RUN-DATE                 PIC 9(8).
          03 MA-JOB-NAME                 PIC X(8).
          03 MA-REQUESTED-BY             PIC X(8).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 LOAD-EDIT                  PIC ZZZZZZZZ9      VALUE ZERO.
        03 ROWS-EDIT                  PIC ZZZZ9          VALUE ZERO.
        03 ACTION-TEXT                PIC X(06)          VALUE SPACES.
        03 REJECT-REASON              PIC X(50)          VALUE SPACES.

      ******************************************************************
      * JOB NAME FOR THE AUDIT TRAIL STAMP, PICKED UP FROM LANGUAGE    *
      * ENVIRONMENT THE SAME WAY WHSE_CBL_BATCH STAMPS AUDFILE.        *
      ******************************************************************
       01 CEE3JBN-WORK-AREA.
          03 JOB-NAME                   PIC X(8)   VALUE SPACES.
          03 JOB-STEP-NAME              PIC X(8)   VALUE SPACES.
          03 PROC-STEP-NAME             PIC X(8)   VALUE SPACES.
          03 JBN-FEEDBACK-CODE          PIC X(12)  VALUE SPACES.

       01 SWITCHES.
          03 MASTER-EOF-SW           PIC    X   VALUE 'N'.
          03 TRN-EOF-SW              PIC    X   VALUE 'N'.
          03 TRAN-REJECTED-SW        PIC    X   VALUE 'N'.
          03 ENTRY-FOUND-SW          PIC    X   VALUE 'N'.
          03 PICK-LOC-USED-SW        PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-ITM                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LOC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-TRN                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ITO                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LCO                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.

       01 COUNTRIES.
          03 TRAN-RECDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-ADDS                   PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-CHANGES                PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-DELETES                PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOC-ADDS                    PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOC-CHANGES                 PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOC-DELETES                 PIC S9(9)  COMP-3 VALUE ZERO.
          03 TRANS-REJECTED              PIC S9(9)  COMP-3 VALUE ZERO.
          03 ITEM-RECDS-WRITTEN          PIC S9(9)  COMP-3 VALUE ZERO.
          03 LOC-RECDS-WRITTEN           PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * THE ITEM MASTER, ONE ENTRY PER ITEM PER WAREHOUSE, SIZED TO    *
      * MATCH THE TABLE WHSE_CBL_BATCH LOADS. A DELETED ENTRY STAYS IN *
      * PLACE FLAGGED SO THE NEW GENERATION KEEPS THE OLD RECORD ORDER *
      * AND IS SIMPLY SKIPPED WHEN IT IS WRITTEN; ADDS GO ON THE END.  *
      ******************************************************************
       01 ITEM-TABLE-COUNT                 PIC S9(8) COMP VALUE ZERO.
       01 ITEM-TABLE.
          03 ITEM-ENTRY                    OCCURS 0 TO 50000 TIMES
                                 DEPENDING ON ITEM-TABLE-COUNT
                                 INDEXED BY ITM-IDX.
             05 IT-IMAGE.
                07 IT-ITEM-NUM             PIC X(10).
                07 IT-WAREHOUSE-ID         PIC X(03).
                07 IT-PICK-LOC             PIC X(10).
                07 IT-MIN-QTY              PIC 9(05).
                07 IT-TARGET-QTY           PIC 9(05).
             05 IT-DELETED-SW              PIC X.

      ******************************************************************
      * THE LOCATION MASTER, HELD THE SAME WAY.                        *
      ******************************************************************
       01 LOC-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 LOC-TABLE.
          03 LOC-ENTRY                     OCCURS 0 TO 50000 TIMES
                                 DEPENDING ON LOC-TABLE-COUNT
                                 INDEXED BY LOC-IDX.
             05 LT-IMAGE.
                07 LT-WAREHOUSE-ID         PIC X(03).
                07 LT-STORAGE-LOC          PIC X(10).
                07 LT-BIN-CAPACITY         PIC 9(05).
             05 LT-DELETED-SW              PIC X.

      ******************************************************************
      * BEFORE AND AFTER IMAGES OF THE TRANSACTION BEING APPLIED, FOR  *
      * THE CHANGE LISTING AND THE MASTER AUDIT RECORD.                *
      ******************************************************************
       01 IMAGE-WORK-AREA.
          03 BEFORE-IMAGE                PIC X(33) VALUE SPACES.
          03 BEFORE-ITEM-IMAGE REDEFINES BEFORE-IMAGE.
             05 BI-ITEM-NUM              PIC X(10).
             05 BI-WAREHOUSE-ID          PIC X(03).
             05 BI-PICK-LOC              PIC X(10).
             05 BI-MIN-QTY               PIC 9(05).
             05 BI-TARGET-QTY            PIC 9(05).
          03 BEFORE-LOC-IMAGE REDEFINES BEFORE-IMAGE.
             05 BL-WAREHOUSE-ID          PIC X(03).
             05 BL-STORAGE-LOC           PIC X(10).
             05 BL-BIN-CAPACITY          PIC 9(05).
             05 FILLER                   PIC X(15).
          03 AFTER-IMAGE                 PIC X(33) VALUE SPACES.
          03 AFTER-ITEM-IMAGE REDEFINES AFTER-IMAGE.
             05 AI-ITEM-NUM              PIC X(10).
             05 AI-WAREHOUSE-ID          PIC X(03).
             05 AI-PICK-LOC              PIC X(10).
             05 AI-MIN-QTY               PIC 9(05).
             05 AI-TARGET-QTY            PIC 9(05).
          03 AFTER-LOC-IMAGE REDEFINES AFTER-IMAGE.
             05 AL-WAREHOUSE-ID          PIC X(03).
             05 AL-STORAGE-LOC           PIC X(10).
             05 AL-BIN-CAPACITY          PIC 9(05).
             05 FILLER                   PIC X(15).

      ******************************************************************
      * HOST VARIABLES FOR THE IN-USE CHECKS AGAINST STORELOC_TABLE -  *
      * THE SUM IS ONLY SELECTED WHEN THE COUNT SHOWED ROWS, SO IT CAN *
      * NEVER COME BACK NULL.                                          *
      ******************************************************************
       01 USAGE-QUERY-DATA.
          03 UQ-WAREHOUSE-ID            PIC X(03).
          03 UQ-ITEM-NUM                PIC X(10).
          03 UQ-STORAGE-LOC             PIC X(10).
          03 UQ-ROW-COUNT               PIC S9(5) COMP-3.
          03 UQ-BIN-LOAD                PIC S9(9) COMP-3.

       PROCEDURE DIVISION.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'MSTMNT COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          CALL 'CEE3JBN' USING JOB-NAME JOB-STEP-NAME
                                PROC-STEP-NAME JBN-FEEDBACK-CODE.

        OPEN INPUT ITEM-MASTER-IN.
        IF FL-STAT-ITM NOT = 00
          DISPLAY 'OPEN ITEM MASTER ERROR - STAT :' FL-STAT-ITM
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT LOCATION-MASTER-IN.
        IF FL-STAT-LOC NOT = 00
          DISPLAY 'OPEN LOCATION MASTER ERROR - STAT :' FL-STAT-LOC
          MOVE  +20                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT MASTER-TRANS.
        IF FL-STAT-TRN NOT = 00
          DISPLAY 'OPEN MASTER TRANS ERROR - STAT :' FL-STAT-TRN
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT ITEM-MASTER-OUT.
        IF FL-STAT-ITO NOT = 00
          DISPLAY 'OPEN NEW ITEM MASTER ERROR - STAT :' FL-STAT-ITO
          MOVE  +40                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT LOCATION-MASTER-OUT.
        IF FL-STAT-LCO NOT = 00
          DISPLAY 'OPEN NEW LOCATION MASTER ERROR - STAT :' FL-STAT-LCO
          MOVE  +50                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT CHANGE-LISTING.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN CHANGE LISTING ERROR - STAT :' FL-STAT-RPT
          MOVE  +60                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN EXTEND MASTER-AUDIT-FILE.
        IF FL-STAT-AUD NOT = 00
          DISPLAY 'OPEN MASTER AUDIT FILE ERROR - STAT :' FL-STAT-AUD
          MOVE  +70                    TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        MOVE 'N' TO MASTER-EOF-SW.
        PERFORM 0100-LOAD-ONE-ITEM UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE ITEM-MASTER-IN.
        MOVE 'N' TO MASTER-EOF-SW.
        PERFORM 0200-LOAD-ONE-LOCATION UNTIL MASTER-EOF-SW = 'Y'.
        CLOSE LOCATION-MASTER-IN.

        PERFORM 8200-WRITE-REPORT-HEADER.
        PERFORM 1000-READ-TRANSACTION UNTIL TRN-EOF-SW = 'Y'.
        CLOSE MASTER-TRANS.
        PERFORM 5000-WRITE-ONE-ITEM
            VARYING ITM-IDX FROM 1 BY 1
            UNTIL ITM-IDX > ITEM-TABLE-COUNT.
        PERFORM 5100-WRITE-ONE-LOCATION
            VARYING LOC-IDX FROM 1 BY 1
            UNTIL LOC-IDX > LOC-TABLE-COUNT.
        PERFORM 6000-FINAL-COUNT.
        IF TRANS-REJECTED > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF.
        GOBACK.

      ******************************************************************
      * READ ONE CURRENT ITEM MASTER RECORD INTO THE TABLE.            *
      ******************************************************************
       0100-LOAD-ONE-ITEM.

        READ ITEM-MASTER-IN
            AT END
                MOVE 'Y' TO MASTER-EOF-SW
            NOT AT END
                IF ITEM-TABLE-COUNT < 50000
                    ADD 1 TO ITEM-TABLE-COUNT
                    SET ITM-IDX TO ITEM-TABLE-COUNT
                    MOVE ITEM-MASTER-RECORD TO IT-IMAGE (ITM-IDX)
                    MOVE 'N' TO IT-DELETED-SW (ITM-IDX)
                ELSE
                    DISPLAY 'ITEM TABLE FULL - RUN STOPPED'
                    MOVE  +80                TO DUMP-CODE
                    CALL 'CEE3ABD' USING DUMP-CODE
                END-IF
        END-READ.
      ******************************************************************
      * READ ONE CURRENT LOCATION MASTER RECORD INTO THE TABLE.        *
      ******************************************************************
       0200-LOAD-ONE-LOCATION.

        READ LOCATION-MASTER-IN
            AT END
                MOVE 'Y' TO MASTER-EOF-SW
            NOT AT END
                IF LOC-TABLE-COUNT < 50000
                    ADD 1 TO LOC-TABLE-COUNT
                    SET LOC-IDX TO LOC-TABLE-COUNT
                    MOVE LOCATION-MASTER-RECORD TO LT-IMAGE (LOC-IDX)
                    MOVE 'N' TO LT-DELETED-SW (LOC-IDX)
                ELSE
                    DISPLAY 'LOCATION TABLE FULL - RUN STOPPED'
                    MOVE  +90                TO DUMP-CODE
                    CALL 'CEE3ABD' USING DUMP-CODE
                END-IF
        END-READ.
      ******************************************************************
      * READ ONE MAINTENANCE TRANSACTION AND ROUTE IT BY MASTER.       *
      ******************************************************************
       1000-READ-TRANSACTION.

        READ MASTER-TRANS
            AT END MOVE 'Y'     TO TRN-EOF-SW.
        IF TRN-EOF-SW = 'N'
            ADD +1 TO TRAN-RECDS-READ
            MOVE 'N'    TO TRAN-REJECTED-SW
            MOVE SPACES TO REJECT-REASON BEFORE-IMAGE AFTER-IMAGE
            EVALUATE MT-ACTION
                WHEN 'A'
                    MOVE 'ADD   ' TO ACTION-TEXT
                WHEN 'C'
                    MOVE 'CHANGE' TO ACTION-TEXT
                WHEN 'D'
                    MOVE 'DELETE' TO ACTION-TEXT
                WHEN OTHER
                    MOVE MT-ACTION TO ACTION-TEXT
            END-EVALUATE
            EVALUATE TRUE
                WHEN MT-ACTION NOT = 'A' AND MT-ACTION NOT = 'C'
                        AND MT-ACTION NOT = 'D'
                    MOVE 'ACTION MUST BE A, C OR D' TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                    PERFORM 4000-LIST-TRANSACTION
                WHEN MT-RECORD-TYPE = 'I'
                    PERFORM 2000-PROCESS-ITEM-TRAN
                WHEN MT-RECORD-TYPE = 'L'
                    PERFORM 3000-PROCESS-LOC-TRAN
                WHEN OTHER
                    MOVE 'RECORD TYPE MUST BE I OR L' TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                    PERFORM 4000-LIST-TRANSACTION
            END-EVALUATE
        END-IF.
      ******************************************************************
      * ITEM TRANSACTION - FIND THE CURRENT ENTRY FOR THE ITEM AT THE  *
      * WAREHOUSE (IF ANY), EDIT, AND APPLY.                           *
      ******************************************************************
       2000-PROCESS-ITEM-TRAN.

        PERFORM 8000-FIND-ITEM-ENTRY.
        IF ENTRY-FOUND-SW = 'Y'
            MOVE IT-IMAGE (ITM-IDX) TO BEFORE-IMAGE
        END-IF.
        EVALUATE TRUE
            WHEN MT-ITEM-NUM = SPACES OR MT-ITEM-WAREHOUSE-ID = SPACES
                MOVE 'ITEM AND WAREHOUSE ARE BOTH REQUIRED'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION = 'A' AND ENTRY-FOUND-SW = 'Y'
                MOVE 'DUPLICATE KEY - ITEM ALREADY ON MASTER'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION NOT = 'A' AND ENTRY-FOUND-SW = 'N'
                MOVE 'ITEM NOT ON MASTER AT THIS WAREHOUSE'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION = 'D'
                PERFORM 2300-EDIT-ITEM-DELETE
            WHEN OTHER
                PERFORM 2100-EDIT-ITEM-IMAGE
        END-EVALUATE.

        IF TRAN-REJECTED-SW = 'N'
            PERFORM 2500-APPLY-ITEM-TRAN
        END-IF.
        PERFORM 4000-LIST-TRANSACTION.
      ******************************************************************
      * EDITS ON THE NEW ITEM IMAGE FOR AN ADD OR CHANGE - TARGET NOT  *
      * BELOW MIN, AND A PICK LOCATION THAT IS ON THE LOCATION MASTER  *
      * AT THE SAME WAREHOUSE (REPLEN CUTS MOVES INTO IT AND THE       *
      * NIGHT RUN WOULD REJECT EVERY ONE OF THEM OTHERWISE).           *
      ******************************************************************
       2100-EDIT-ITEM-IMAGE.

        MOVE MT-MASTER-IMAGE TO AFTER-IMAGE.
        IF MT-MIN-QTY NOT NUMERIC OR MT-TARGET-QTY NOT NUMERIC
            MOVE 'MIN AND TARGET MUST BE NUMERIC' TO REJECT-REASON
            PERFORM 9000-REJECT-TRANSACTION
        ELSE
            IF MT-TARGET-QTY < MT-MIN-QTY
                MOVE 'TARGET QUANTITY IS BELOW MIN QUANTITY'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            ELSE
                MOVE MT-ITEM-WAREHOUSE-ID TO UQ-WAREHOUSE-ID
                MOVE MT-PICK-LOC          TO UQ-STORAGE-LOC
                PERFORM 8100-FIND-LOC-ENTRY
                IF ENTRY-FOUND-SW = 'N'
                    MOVE 'PICK LOCATION NOT ON LOCATION MASTER'
                                             TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * AN ITEM MAY NOT COME OFF THE MASTER WHILE STORELOC_TABLE STILL *
      * HOLDS ANY ROW FOR IT AT THE WAREHOUSE - THE NIGHT RUN WOULD    *
      * REJECT EVERY MOVE AGAINST THAT STOCK. A COUNT ERROR REFUSES    *
      * THE DELETE RATHER THAN RISK IT.                                *
      ******************************************************************
       2300-EDIT-ITEM-DELETE.

        MOVE IT-WAREHOUSE-ID (ITM-IDX) TO UQ-WAREHOUSE-ID.
        MOVE IT-ITEM-NUM (ITM-IDX)     TO UQ-ITEM-NUM.
        MOVE ZERO TO UQ-ROW-COUNT.
        EXEC SQL
             SELECT COUNT(*)
               INTO :USAGE-QUERY-DATA.UQ-ROW-COUNT
               FROM STORELOC_TABLE
              WHERE WAREHOUSE_ID  = :USAGE-QUERY-DATA.UQ-WAREHOUSE-ID
                AND ITEM_NUM      = :USAGE-QUERY-DATA.UQ-ITEM-NUM
        END-EXEC.
        EVALUATE TRUE
            WHEN SQLCODE NOT = 0
                DISPLAY '2300-EDIT-ITEM-DELETE'
                DISPLAY 'ERROR ON ITEM COUNT - SQLCODE : ' SQLCODE
                DISPLAY 'ITEM_NUM : ' UQ-ITEM-NUM
                MOVE 'STORELOC_TABLE CHECK FAILED - DELETE REFUSED'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN UQ-ROW-COUNT > ZERO
                MOVE UQ-ROW-COUNT TO ROWS-EDIT
                MOVE SPACES TO REJECT-REASON
                STRING 'ITEM STILL HAS '      DELIMITED BY SIZE
                       ROWS-EDIT              DELIMITED BY SIZE
                       ' STORELOC_TABLE ROWS' DELIMITED BY SIZE
                       INTO REJECT-REASON
                END-STRING
                PERFORM 9000-REJECT-TRANSACTION
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
      ******************************************************************
      * APPLY AN ACCEPTED ITEM TRANSACTION TO THE TABLE AND AUDIT IT.  *
      ******************************************************************
       2500-APPLY-ITEM-TRAN.

        EVALUATE MT-ACTION
            WHEN 'A'
                IF ITEM-TABLE-COUNT < 50000
                    ADD 1 TO ITEM-ADDS
                    ADD 1 TO ITEM-TABLE-COUNT
                    SET ITM-IDX TO ITEM-TABLE-COUNT
                    MOVE AFTER-IMAGE TO IT-IMAGE (ITM-IDX)
                    MOVE 'N' TO IT-DELETED-SW (ITM-IDX)
                ELSE
                    MOVE 'ITEM TABLE FULL - ADD NOT APPLIED'
                                             TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                END-IF
            WHEN 'C'
                ADD 1 TO ITEM-CHANGES
                MOVE AFTER-IMAGE TO IT-IMAGE (ITM-IDX)
            WHEN 'D'
                ADD 1 TO ITEM-DELETES
                MOVE 'Y' TO IT-DELETED-SW (ITM-IDX)
        END-EVALUATE.
        IF TRAN-REJECTED-SW = 'N'
            MOVE MT-ITEM-WAREHOUSE-ID TO MA-WAREHOUSE-ID
            MOVE MT-ITEM-NUM          TO MA-MASTER-KEY
            PERFORM 9100-WRITE-MASTER-AUDIT
        END-IF.
      ******************************************************************
      * LOCATION TRANSACTION - FIND THE CURRENT ENTRY FOR THE BIN AT   *
      * THE WAREHOUSE (IF ANY), EDIT, AND APPLY.                       *
      ******************************************************************
       3000-PROCESS-LOC-TRAN.

        MOVE MT-LOC-WAREHOUSE-ID TO UQ-WAREHOUSE-ID.
        MOVE MT-STORAGE-LOC      TO UQ-STORAGE-LOC.
        PERFORM 8100-FIND-LOC-ENTRY.
        IF ENTRY-FOUND-SW = 'Y'
            MOVE LT-IMAGE (LOC-IDX) TO BEFORE-IMAGE
        END-IF.
        EVALUATE TRUE
            WHEN MT-LOC-WAREHOUSE-ID = SPACES
                    OR MT-STORAGE-LOC = SPACES
                MOVE 'WAREHOUSE AND BIN ARE BOTH REQUIRED'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION = 'A' AND ENTRY-FOUND-SW = 'Y'
                MOVE 'DUPLICATE KEY - BIN ALREADY ON MASTER'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION NOT = 'A' AND ENTRY-FOUND-SW = 'N'
                MOVE 'BIN NOT ON MASTER AT THIS WAREHOUSE'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION = 'D'
                PERFORM 3300-EDIT-LOC-DELETE
            WHEN MT-BIN-CAPACITY NOT NUMERIC
                MOVE MT-MASTER-IMAGE TO AFTER-IMAGE
                MOVE 'CAPACITY MUST BE NUMERIC' TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN MT-ACTION = 'C'
                MOVE MT-MASTER-IMAGE TO AFTER-IMAGE
                PERFORM 3100-EDIT-CAPACITY-CUT
            WHEN OTHER
                MOVE MT-MASTER-IMAGE TO AFTER-IMAGE
        END-EVALUATE.

        IF TRAN-REJECTED-SW = 'N'
            PERFORM 3500-APPLY-LOC-TRAN
        END-IF.
        PERFORM 4000-LIST-TRANSACTION.
      ******************************************************************
      * A CAPACITY CHANGE MAY NOT CUT THE BIN BELOW WHAT IT HOLDS NOW  *
      * ACROSS EVERY ITEM AND LOT (CAPACITY ZERO STILL MEANS NO LIMIT  *
      * AND IS ALWAYS ALLOWED). COUNT FIRST, SUM ONLY WHEN THE COUNT   *
      * SHOWED ROWS, THE SAME PAIR THE BATCH CAPACITY CHECK USES.      *
      ******************************************************************
       3100-EDIT-CAPACITY-CUT.

        IF MT-BIN-CAPACITY > ZERO
            PERFORM 3200-QUERY-BIN-USAGE
            EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                    MOVE 'STORELOC_TABLE CHECK FAILED - CHANGE REFUSED'
                                             TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                WHEN UQ-BIN-LOAD > MT-BIN-CAPACITY
                    MOVE UQ-BIN-LOAD TO LOAD-EDIT
                    MOVE SPACES TO REJECT-REASON
                    STRING 'CAPACITY BELOW CURRENT BIN LOAD OF '
                           DELIMITED BY SIZE
                           LOAD-EDIT          DELIMITED BY SIZE
                           INTO REJECT-REASON
                    END-STRING
                    PERFORM 9000-REJECT-TRANSACTION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.
      ******************************************************************
      * ROW COUNT AND TOTAL QUANTITY IN THE BIN AT UQ-WAREHOUSE-ID/    *
      * UQ-STORAGE-LOC. SQLCODE IS LEFT NON-ZERO FOR THE CALLER WHEN   *
      * EITHER SELECT FAILS.                                           *
      ******************************************************************
       3200-QUERY-BIN-USAGE.

        MOVE ZERO TO UQ-ROW-COUNT UQ-BIN-LOAD.
        EXEC SQL
             SELECT COUNT(*)
               INTO :USAGE-QUERY-DATA.UQ-ROW-COUNT
               FROM STORELOC_TABLE
              WHERE WAREHOUSE_ID  = :USAGE-QUERY-DATA.UQ-WAREHOUSE-ID
                AND STORAGE_LOC   = :USAGE-QUERY-DATA.UQ-STORAGE-LOC
        END-EXEC.
        IF SQLCODE NOT = 0
            DISPLAY '3200-QUERY-BIN-USAGE'
            DISPLAY 'ERROR ON BIN COUNT - SQLCODE : ' SQLCODE
            DISPLAY 'STORAGE-LOC : ' UQ-STORAGE-LOC
        ELSE
            IF UQ-ROW-COUNT > ZERO
                EXEC SQL
                     SELECT SUM(QUANTITY)
                       INTO :USAGE-QUERY-DATA.UQ-BIN-LOAD
                       FROM STORELOC_TABLE
                      WHERE WAREHOUSE_ID  =
                                :USAGE-QUERY-DATA.UQ-WAREHOUSE-ID
                        AND STORAGE_LOC   =
                                :USAGE-QUERY-DATA.UQ-STORAGE-LOC
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY '3200-QUERY-BIN-USAGE'
                    DISPLAY 'ERROR ON BIN SUM - SQLCODE : ' SQLCODE
                    DISPLAY 'STORAGE-LOC : ' UQ-STORAGE-LOC
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * A BIN MAY NOT COME OFF THE MASTER WHILE IT HOLDS ANY ROW OR IS *
      * STILL THE PICK LOCATION OF AN ITEM ON THE (UPDATED) ITEM       *
      * MASTER - MOVE THE STOCK AND RE-POINT THE ITEM FIRST.           *
      ******************************************************************
       3300-EDIT-LOC-DELETE.

        PERFORM 3200-QUERY-BIN-USAGE.
        MOVE 'N' TO PICK-LOC-USED-SW.
        PERFORM 3310-CHECK-ONE-PICK-LOC
            VARYING ITM-IDX FROM 1 BY 1
            UNTIL ITM-IDX > ITEM-TABLE-COUNT
                OR PICK-LOC-USED-SW = 'Y'.
        EVALUATE TRUE
            WHEN SQLCODE NOT = 0
                MOVE 'STORELOC_TABLE CHECK FAILED - DELETE REFUSED'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN UQ-ROW-COUNT > ZERO
                MOVE UQ-ROW-COUNT TO ROWS-EDIT
                MOVE SPACES TO REJECT-REASON
                STRING 'BIN STILL HAS '       DELIMITED BY SIZE
                       ROWS-EDIT              DELIMITED BY SIZE
                       ' STORELOC_TABLE ROWS' DELIMITED BY SIZE
                       INTO REJECT-REASON
                END-STRING
                PERFORM 9000-REJECT-TRANSACTION
            WHEN PICK-LOC-USED-SW = 'Y'
                MOVE 'BIN IS STILL AN ITEM PICK LOCATION'
                                             TO REJECT-REASON
                PERFORM 9000-REJECT-TRANSACTION
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
      ******************************************************************
      * ONE COMPARE OF THE PICK-LOCATION SCAN.                         *
      ******************************************************************
       3310-CHECK-ONE-PICK-LOC.

        IF IT-DELETED-SW (ITM-IDX) = 'N'
                AND IT-WAREHOUSE-ID (ITM-IDX) = MT-LOC-WAREHOUSE-ID
                AND IT-PICK-LOC (ITM-IDX) = MT-STORAGE-LOC
            MOVE 'Y' TO PICK-LOC-USED-SW
        END-IF.
      ******************************************************************
      * APPLY AN ACCEPTED LOCATION TRANSACTION TO THE TABLE AND AUDIT  *
      * IT.                                                            *
      ******************************************************************
       3500-APPLY-LOC-TRAN.

        EVALUATE MT-ACTION
            WHEN 'A'
                IF LOC-TABLE-COUNT < 50000
                    ADD 1 TO LOC-ADDS
                    ADD 1 TO LOC-TABLE-COUNT
                    SET LOC-IDX TO LOC-TABLE-COUNT
                    MOVE AFTER-IMAGE TO LT-IMAGE (LOC-IDX)
                    MOVE 'N' TO LT-DELETED-SW (LOC-IDX)
                ELSE
                    MOVE 'LOCATION TABLE FULL - ADD NOT APPLIED'
                                             TO REJECT-REASON
                    PERFORM 9000-REJECT-TRANSACTION
                END-IF
            WHEN 'C'
                ADD 1 TO LOC-CHANGES
                MOVE AFTER-IMAGE TO LT-IMAGE (LOC-IDX)
            WHEN 'D'
                ADD 1 TO LOC-DELETES
                MOVE 'Y' TO LT-DELETED-SW (LOC-IDX)
        END-EVALUATE.
        IF TRAN-REJECTED-SW = 'N'
            MOVE MT-LOC-WAREHOUSE-ID  TO MA-WAREHOUSE-ID
            MOVE MT-STORAGE-LOC       TO MA-MASTER-KEY
            PERFORM 9100-WRITE-MASTER-AUDIT
        END-IF.
      ******************************************************************
      * CHANGE LISTING FOR ONE TRANSACTION - WHAT WAS ASKED FOR, THE   *
      * BEFORE AND AFTER IMAGES, AND WHETHER IT WAS APPLIED. THE       *
      * SUPERVISOR SIGNS THE LISTING AS THE RECORD OF WHAT CHANGED.    *
      ******************************************************************
       4000-LIST-TRANSACTION.

        MOVE SPACES TO CHANGE-LISTING-LINE.
        STRING MT-RECORD-TYPE              DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ACTION-TEXT                 DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               MT-MASTER-IMAGE             DELIMITED BY SIZE
               ' BY '                      DELIMITED BY SIZE
               MT-REQUESTED-BY             DELIMITED BY SIZE
               INTO CHANGE-LISTING-LINE
        END-STRING.
        IF TRAN-REJECTED-SW = 'Y'
            MOVE 'REJECTED' TO CHANGE-LISTING-LINE (70:8)
        ELSE
            MOVE 'APPLIED'  TO CHANGE-LISTING-LINE (70:7)
        END-IF.
        WRITE CHANGE-LISTING-LINE.

        IF MT-RECORD-TYPE = 'I'
            PERFORM 4100-LIST-ITEM-IMAGES
        END-IF.
        IF MT-RECORD-TYPE = 'L'
            PERFORM 4200-LIST-LOC-IMAGES
        END-IF.

        IF TRAN-REJECTED-SW = 'Y'
            MOVE SPACES TO CHANGE-LISTING-LINE
            STRING '  *** '                DELIMITED BY SIZE
                   REJECT-REASON           DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
            WRITE CHANGE-LISTING-LINE
        END-IF.
      ******************************************************************
      * BEFORE/AFTER LINES FOR AN ITEM TRANSACTION.                    *
      ******************************************************************
       4100-LIST-ITEM-IMAGES.

        MOVE SPACES TO CHANGE-LISTING-LINE.
        IF BEFORE-IMAGE = SPACES
            MOVE '  BEFORE: (NOT ON MASTER)' TO CHANGE-LISTING-LINE
        ELSE
            STRING '  BEFORE: PICK '       DELIMITED BY SIZE
                   BI-PICK-LOC             DELIMITED BY SIZE
                   ' MIN '                 DELIMITED BY SIZE
                   BI-MIN-QTY              DELIMITED BY SIZE
                   ' TGT '                 DELIMITED BY SIZE
                   BI-TARGET-QTY           DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CHANGE-LISTING-LINE.
        MOVE SPACES TO CHANGE-LISTING-LINE.
        IF AFTER-IMAGE = SPACES
            MOVE '  AFTER : (NOT ON MASTER)' TO CHANGE-LISTING-LINE
        ELSE
            STRING '  AFTER : PICK '       DELIMITED BY SIZE
                   AI-PICK-LOC             DELIMITED BY SIZE
                   ' MIN '                 DELIMITED BY SIZE
                   AI-MIN-QTY              DELIMITED BY SIZE
                   ' TGT '                 DELIMITED BY SIZE
                   AI-TARGET-QTY           DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CHANGE-LISTING-LINE.
      ******************************************************************
      * BEFORE/AFTER LINES FOR A LOCATION TRANSACTION.                 *
      ******************************************************************
       4200-LIST-LOC-IMAGES.

        MOVE SPACES TO CHANGE-LISTING-LINE.
        IF BEFORE-IMAGE = SPACES
            MOVE '  BEFORE: (NOT ON MASTER)' TO CHANGE-LISTING-LINE
        ELSE
            STRING '  BEFORE: CAPACITY '   DELIMITED BY SIZE
                   BL-BIN-CAPACITY         DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CHANGE-LISTING-LINE.
        MOVE SPACES TO CHANGE-LISTING-LINE.
        IF AFTER-IMAGE = SPACES
            MOVE '  AFTER : (NOT ON MASTER)' TO CHANGE-LISTING-LINE
        ELSE
            STRING '  AFTER : CAPACITY '   DELIMITED BY SIZE
                   AL-BIN-CAPACITY         DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CHANGE-LISTING-LINE.
      ******************************************************************
      * WRITE ONE ITEM TO THE NEW MASTER GENERATION.                   *
      ******************************************************************
       5000-WRITE-ONE-ITEM.

        IF IT-DELETED-SW (ITM-IDX) = 'N'
            MOVE IT-IMAGE (ITM-IDX) TO ITEM-MASTER-OUT-RECORD
            WRITE ITEM-MASTER-OUT-RECORD
            ADD 1 TO ITEM-RECDS-WRITTEN
        END-IF.
      ******************************************************************
      * WRITE ONE BIN TO THE NEW MASTER GENERATION.                    *
      ******************************************************************
       5100-WRITE-ONE-LOCATION.

        IF LT-DELETED-SW (LOC-IDX) = 'N'
            MOVE LT-IMAGE (LOC-IDX) TO LOCATION-MASTER-OUT-RECORD
            WRITE LOCATION-MASTER-OUT-RECORD
            ADD 1 TO LOC-RECDS-WRITTEN
        END-IF.
      ******************************************************************
      * FIND THE LIVE ITEM ENTRY FOR THE TRANSACTION'S ITEM AND        *
      * WAREHOUSE, LEAVING ITM-IDX ON IT.                              *
      ******************************************************************
       8000-FIND-ITEM-ENTRY.

        MOVE 'N' TO ENTRY-FOUND-SW.
        SET ITM-IDX TO 1.
        SEARCH ITEM-ENTRY
            AT END
                CONTINUE
            WHEN IT-ITEM-NUM (ITM-IDX) = MT-ITEM-NUM
                AND IT-WAREHOUSE-ID (ITM-IDX) = MT-ITEM-WAREHOUSE-ID
                AND IT-DELETED-SW (ITM-IDX) = 'N'
                MOVE 'Y' TO ENTRY-FOUND-SW
        END-SEARCH.
      ******************************************************************
      * FIND THE LIVE BIN ENTRY FOR UQ-WAREHOUSE-ID/UQ-STORAGE-LOC,    *
      * LEAVING LOC-IDX ON IT.                                         *
      ******************************************************************
       8100-FIND-LOC-ENTRY.

        MOVE 'N' TO ENTRY-FOUND-SW.
        SET LOC-IDX TO 1.
        SEARCH LOC-ENTRY
            AT END
                CONTINUE
            WHEN LT-WAREHOUSE-ID (LOC-IDX) = UQ-WAREHOUSE-ID
                AND LT-STORAGE-LOC (LOC-IDX) = UQ-STORAGE-LOC
                AND LT-DELETED-SW (LOC-IDX) = 'N'
                MOVE 'Y' TO ENTRY-FOUND-SW
        END-SEARCH.
      ******************************************************************
      * REPORT HEADER.                                                 *
      ******************************************************************
       8200-WRITE-REPORT-HEADER.

        MOVE SPACES TO CHANGE-LISTING-LINE.
        STRING 'WHSE_CBL_MSTMNT MASTER CHANGE LISTING - RUN DATE '
               DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO CHANGE-LISTING-LINE
        END-STRING.
        WRITE CHANGE-LISTING-LINE.
        MOVE ALL '-' TO CHANGE-LISTING-LINE.
        WRITE CHANGE-LISTING-LINE.
      ******************************************************************
      * MARK THE TRANSACTION REJECTED - IT LEAVES THE MASTERS ALONE.   *
      ******************************************************************
       9000-REJECT-TRANSACTION.

        IF TRAN-REJECTED-SW = 'N'
            ADD 1 TO TRANS-REJECTED
        END-IF.
        MOVE 'Y' TO TRAN-REJECTED-SW.
      ******************************************************************
      * ONE MASTER AUDIT RECORD FOR AN APPLIED CHANGE. THE CALLER HAS  *
      * SET THE WAREHOUSE AND KEY.                                     *
      ******************************************************************
       9100-WRITE-MASTER-AUDIT.

        MOVE MT-RECORD-TYPE    TO MA-RECORD-TYPE.
        MOVE MT-ACTION         TO MA-ACTION.
        MOVE BEFORE-IMAGE      TO MA-BEFORE-IMAGE.
        MOVE AFTER-IMAGE       TO MA-AFTER-IMAGE.
        MOVE RUN-DATE          TO MA-RUN-DATE.
        MOVE JOB-NAME          TO MA-JOB-NAME.
        MOVE MT-REQUESTED-BY   TO MA-REQUESTED-BY.
        WRITE MASTER-AUDIT-RECORD.
      ******************************************************************
      * SIGN-OFF BLOCK AND DISPLAY OF COUNTS                           *
      ******************************************************************
       6000-FINAL-COUNT.

        MOVE ALL '-' TO CHANGE-LISTING-LINE.
        WRITE CHANGE-LISTING-LINE.
        MOVE SPACES TO CHANGE-LISTING-LINE.
        IF TRANS-REJECTED > ZERO
            STRING '*** SOME TRANSACTIONS REJECTED - SEE ABOVE ***'
                   DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        ELSE
            STRING 'ALL TRANSACTIONS APPLIED'
                   DELIMITED BY SIZE
                   INTO CHANGE-LISTING-LINE
            END-STRING
        END-IF.
        WRITE CHANGE-LISTING-LINE.
        MOVE SPACES TO CHANGE-LISTING-LINE.
        WRITE CHANGE-LISTING-LINE.
        STRING 'REVIEWED BY SUPERVISOR ____________________'
               DELIMITED BY SIZE
               '  DATE __________'         DELIMITED BY SIZE
               INTO CHANGE-LISTING-LINE
        END-STRING.
        WRITE CHANGE-LISTING-LINE.
        CLOSE ITEM-MASTER-OUT
              LOCATION-MASTER-OUT
              CHANGE-LISTING
              MASTER-AUDIT-FILE.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** MSTMNT - ITEM/LOCATION MASTER MAINT COUNTS    ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'TRANS      RECDS READ          ' TRAN-RECDS-READ.
        DISPLAY 'ITEMS      ADDED               ' ITEM-ADDS.
        DISPLAY 'ITEMS      CHANGED             ' ITEM-CHANGES.
        DISPLAY 'ITEMS      DELETED             ' ITEM-DELETES.
        DISPLAY 'BINS       ADDED               ' LOC-ADDS.
        DISPLAY 'BINS       CHANGED             ' LOC-CHANGES.
        DISPLAY 'BINS       DELETED             ' LOC-DELETES.
        DISPLAY 'TRANS      REJECTED            ' TRANS-REJECTED.
        DISPLAY 'ITEM       RECDS WRITTEN       ' ITEM-RECDS-WRITTEN.
        DISPLAY 'LOCATION   RECDS WRITTEN       ' LOC-RECDS-WRITTEN.
        DISPLAY "-----------------------------------------------------".
