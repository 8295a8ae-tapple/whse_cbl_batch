       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSE_CBL_BILLCHK.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  09/02/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MONTH-END CHECK OF THE 3PL'S STORAGE AND HANDLING INVOICE.    *
      * EXPECTED CHARGES ARE BUILT FROM OUR OWN RECORDS AND PRICED    *
      * FROM THE RATE CARD:                                           *
      *   - STORAGE - BIN-DAYS OCCUPIED, FROM THE PRIOR PERIOD-CLOSE  *
      *     SNAPSHOT ROLLED FORWARD DAY BY DAY THROUGH THE AUDIT      *
      *     FILE, AT THE RATE FOR THE BIN'S LOCATION PREFIX,          *
      *   - HANDLING - EVERY COMPLETED MOVE ADVISED TO THE 3PL IN THE *
      *     PERIOD (THE WHSE_CBL_ACKMATCH ACK HISTORY PLUS THE        *
      *     ADVICES STILL OUTSTANDING), TYPED FROM ITS AUDIT RECORDS  *
      *     AND PRICED AT THE MOVE-TYPE RATE, OR THE INTER-WAREHOUSE  *
      *     TRANSFER RATE WHEN THE STOCK LEFT FOR ANOTHER WAREHOUSE.  *
      * EACH INVOICE DETAIL LINE IS THEN CHECKED AGAINST THEM AND THE *
      * REPORT FLAGS OVERBILLED MOVES, MOVES BILLED BUT NEVER         *
      * ACKNOWLEDGED, MOVES ACKNOWLEDGED BUT NEVER BILLED, AND        *
      * STORAGE BILLED FOR BINS WE SHOW EMPTY ALL PERIOD OR THAT ARE  *
      * NOT ON LOCMSTR, WITH EXPECTED AGAINST BILLED BY WAREHOUSE.    *
      * ONE AP EXTRACT RECORD PER INVOICE LINE CARRIES THE BILLED,    *
      * APPROVED AND DISPUTED AMOUNTS FOR ACCOUNTS PAYABLE TO LOAD.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RATE-CARD-FILE ASSIGN TO RATECARD
            FILE STATUS IS FL-STAT-RTC.
        SELECT LOCATION-MASTER ASSIGN TO LOCMSTR
            FILE STATUS IS FL-STAT-LOC.
        SELECT OPENING-SNAPSHOT ASSIGN TO OPENSNP
            FILE STATUS IS FL-STAT-SNP.
        SELECT AUDIT-FILE ASSIGN TO AUDFILE
            FILE STATUS IS FL-STAT-AUD.
        SELECT ACK-HISTORY ASSIGN TO ACKHIST
            FILE STATUS IS FL-STAT-AKH.
        SELECT ADVICE-IN ASSIGN TO ADVIN
            FILE STATUS IS FL-STAT-ADV.
        SELECT INVOICE-DETAIL ASSIGN TO INVDTL
            FILE STATUS IS FL-STAT-INV.
        SELECT AP-EXTRACT ASSIGN TO APOUT
            FILE STATUS IS FL-STAT-APX.
        SELECT BILLING-REPORT ASSIGN TO BILLRPT
            FILE STATUS IS FL-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RATE CARD - ONE RATE PER RECORD:                               *
      *   S - STORAGE RATE PER BIN-DAY FOR BINS WHOSE STORAGE-LOC      *
      *       STARTS WITH RC-RATE-KEY (THE LONGEST MATCHING PREFIX     *
      *       WINS; A BLANK KEY IS THE RATE FOR EVERY OTHER BIN),      *
      *   H - HANDLING RATE PER MOVE OF TYPE RC-RATE-KEY (BINMOVE,     *
      *       PUTAWAY),                                                *
      *   X - INTER-WAREHOUSE TRANSFER RATE PER MOVE (KEY BLANK).      *
      ******************************************************************
       FD RATE-CARD-FILE
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 RATE-CARD-RECORD.
          03 RC-RECORD-TYPE              PIC X(01).
          03 RC-RATE-KEY                 PIC X(10).
          03 RC-RATE                     PIC 9(5)V9(4).
          03 FILLER                      PIC X(60).

       FD LOCATION-MASTER
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 LOCATION-MASTER-RECORD.
          03 LM-WAREHOUSE-ID             PIC X(03).
          03 LM-STORAGE-LOC              PIC X(10).
          03 LM-BIN-CAPACITY             PIC 9(5).

      ******************************************************************
      * THE WHSE_CBL_SNAPSHOT GENERATION CUT AT THE CLOSE OF THE       *
      * PERIOD BEFORE THE ONE BEING BILLED - THE OPENING POSITION.     *
      ******************************************************************
       FD OPENING-SNAPSHOT
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
      * ADVICES RETIRED BY WHSE_CBL_ACKMATCH - A ACKNOWLEDGED, O       *
      * REPORTED OVERDUE WITHOUT AN ACK.                               *
      ******************************************************************
       FD ACK-HISTORY
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 ACK-HISTORY-RECORD.
          03 ACKH-WAREHOUSE-ID           PIC X(03).
          03 ACKH-ITEM-NUM               PIC X(10).
          03 ACKH-STORAGE-LOC            PIC X(10).
          03 ACKH-MOV-STATUS             PIC X(11).
          03 ACKH-MOVE-DATE              PIC 9(8).
          03 ACKH-DISPOSITION            PIC X(1).
          03 ACKH-ACK-DATE               PIC 9(8).
          03 ACKH-RETIRED-DATE           PIC 9(8).

      ******************************************************************
      * ADVICES STILL OUTSTANDING IN THE ACKMATCH CARRY-FORWARD CHAIN. *
      ******************************************************************
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

      ******************************************************************
      * THE 3PL'S INVOICE DETAIL - ONE LINE PER CHARGE:                *
      *   S - STORAGE FOR ONE BIN (ITEM, MOVE DATE AND TYPE BLANK),    *
      *   H - HANDLING FOR ONE MOVE, KEYED AS THE MOVE WAS ADVISED     *
      *       (WAREHOUSE/ITEM/LOCATION/MOVE DATE).                     *
      ******************************************************************
       FD INVOICE-DETAIL
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 INVOICE-DETAIL-RECORD.
          03 INV-LINE-TYPE               PIC X(01).
          03 INV-INVOICE-NUM             PIC X(10).
          03 INV-WAREHOUSE-ID            PIC X(03).
          03 INV-ITEM-NUM                PIC X(10).
          03 INV-STORAGE-LOC             PIC X(10).
          03 INV-MOVE-DATE               PIC 9(8).
          03 INV-MOVE-TYPE               PIC X(10).
          03 INV-BIN-DAYS                PIC 9(5).
          03 INV-AMOUNT                  PIC 9(7)V99.
          03 FILLER                      PIC X(14).

      ******************************************************************
      * ONE RECORD PER INVOICE LINE FOR ACCOUNTS PAYABLE - BILLED,     *
      * APPROVED AND DISPUTED AMOUNTS (APPROVED + DISPUTED = BILLED)   *
      * AND THE REASON FOR ANY DISPUTE:                                *
      *   OB OVERBILLED MOVE          NA BILLED, NEVER ACKNOWLEDGED    *
      *   NM BILLED, NO MOVE ADVISED  OS STORAGE OVERBILLED            *
      *   EB STORAGE ON AN EMPTY BIN  UB STORAGE ON A BIN NOT ON       *
      *   DS STORAGE BILLED TWICE        LOCMSTR                       *
      *   IV LINE TYPE NOT S OR H                                      *
      ******************************************************************
       FD AP-EXTRACT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 AP-EXTRACT-RECORD.
          03 AP-INVOICE-NUM              PIC X(10).
          03 AP-LINE-TYPE                PIC X(01).
          03 AP-WAREHOUSE-ID             PIC X(03).
          03 AP-STORAGE-LOC              PIC X(10).
          03 AP-ITEM-NUM                 PIC X(10).
          03 AP-MOVE-DATE                PIC 9(8).
          03 AP-BILLED-AMOUNT            PIC 9(7)V99.
          03 AP-APPROVED-AMOUNT          PIC 9(7)V99.
          03 AP-DISPUTED-AMOUNT          PIC 9(7)V99.
          03 AP-REASON-CODE              PIC X(02).
          03 AP-PERIOD-TO-DATE           PIC 9(8).
          03 FILLER                      PIC X(01).

       FD BILLING-REPORT
          LABEL RECORDS ARE STANDARD
          RECORDING MODE IS F
          BLOCK CONTAINS 0 CHARACTERS.
       01 BILLING-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01   PROGRAM-WORK-AREA.
        03 D-WHEN-COMPILED           PIC X(8)BBX(8)     VALUE SPACES.
        03 DUMP-CODE                 PIC S9(9) COMP     VALUE ZERO.
        03 RUN-DATE                   PIC 9(8)           VALUE ZERO.
        03 DAYS-EDIT                  PIC ZZZZZZ9        VALUE ZERO.
        03 RATE-EDIT                  PIC ZZZZ9.9999     VALUE ZERO.
        03 AMOUNT-EDIT                PIC ZZZZZZ9.99     VALUE ZERO.
        03 TOTAL-EDIT                 PIC -ZZZZZZZZ9.99  VALUE ZERO.

       01 SWITCHES.
          03 RTC-EOF-SW              PIC    X   VALUE 'N'.
          03 LOC-EOF-SW              PIC    X   VALUE 'N'.
          03 SNP-EOF-SW              PIC    X   VALUE 'N'.
          03 AUD-EOF-SW              PIC    X   VALUE 'N'.
          03 AKH-EOF-SW              PIC    X   VALUE 'N'.
          03 ADV-EOF-SW              PIC    X   VALUE 'N'.
          03 INV-EOF-SW              PIC    X   VALUE 'N'.
          03 BIN-FOUND-SW            PIC    X   VALUE 'N'.
          03 MOVE-FOUND-SW           PIC    X   VALUE 'N'.
          03 SNP-OPEN-SW             PIC    X   VALUE 'N'.
          03 ADV-OPEN-SW             PIC    X   VALUE 'N'.

       01 FILE-STATUS.
          03 FL-STAT-RTC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-LOC                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-SNP                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AUD                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-AKH                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-ADV                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-INV                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-APX                 PIC X(2)   VALUE SPACES.
          03 FL-STAT-RPT                 PIC X(2)   VALUE SPACES.

      ******************************************************************
      * THE BILLING PERIOD, AS RUN DATES AND AS DAY SERIALS FOR THE    *
      * BIN-DAY ARITHMETIC.                                            *
      ******************************************************************
       01 PERIOD-CONTROL.
          03 PERIOD-FROM-DATE            PIC 9(8)   VALUE ZERO.
          03 PERIOD-TO-DATE              PIC 9(8)   VALUE ZERO.
          03 PERIOD-FROM-SERIAL          PIC S9(9)  COMP-3 VALUE ZERO.
          03 PERIOD-TO-SERIAL            PIC S9(9)  COMP-3 VALUE ZERO.

       01 COUNTRIES.
          03 RATE-CARDS-READ             PIC S9(9)  COMP-3 VALUE ZERO.
          03 RATE-CARDS-REJECTED         PIC S9(9)  COMP-3 VALUE ZERO.
          03 SNAPSHOT-RECDS-READ         PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-READ            PIC S9(9)  COMP-3 VALUE ZERO.
          03 AUDIT-RECDS-IN-PERIOD       PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-IN-PERIOD             PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-NOT-TYPED             PIC S9(9)  COMP-3 VALUE ZERO.
          03 BINS-NO-RATE                PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-NO-RATE               PIC S9(9)  COMP-3 VALUE ZERO.
          03 INVOICE-LINES-READ          PIC S9(9)  COMP-3 VALUE ZERO.
          03 INVOICE-LINES-DISPUTED      PIC S9(9)  COMP-3 VALUE ZERO.
          03 MOVES-ACKED-NOT-BILLED      PIC S9(9)  COMP-3 VALUE ZERO.
          03 AP-RECDS-WRITTEN            PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * STORAGE RATES BY LOCATION PREFIX. SR-PREFIX-LEN IS THE NUMBER  *
      * OF SIGNIFICANT CHARACTERS IN THE PREFIX, ZERO FOR THE BLANK    *
      * CATCH-ALL RATE.                                                *
      ******************************************************************
       01 STORAGE-RATE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 STORAGE-RATE-TABLE.
          03 STORAGE-RATE-ENTRY            OCCURS 0 TO 200 TIMES
                                 DEPENDING ON STORAGE-RATE-COUNT
                                 INDEXED BY SRT-IDX.
             05 SR-PREFIX                  PIC X(10).
             05 SR-PREFIX-LEN              PIC S9(4) COMP.
             05 SR-RATE                    PIC 9(5)V9(4) COMP-3.

       01 HANDLING-RATE-COUNT              PIC S9(4) COMP VALUE ZERO.
       01 HANDLING-RATE-TABLE.
          03 HANDLING-RATE-ENTRY           OCCURS 0 TO 50 TIMES
                                 DEPENDING ON HANDLING-RATE-COUNT
                                 INDEXED BY HRT-IDX.
             05 HR-MOVE-TYPE               PIC X(10).
             05 HR-RATE                    PIC 9(5)V9(4) COMP-3.

       01 RATE-WORK-AREA.
          03 TRANSFER-RATE               PIC 9(5)V9(4) COMP-3
                                                    VALUE ZERO.
          03 TRANSFER-RATE-SW            PIC X(01)  VALUE 'N'.
          03 BEST-PREFIX-LEN             PIC S9(4)  COMP VALUE ZERO.
          03 BEST-RATE                   PIC 9(5)V9(4) COMP-3
                                                    VALUE ZERO.
          03 PREFIX-LEN                  PIC S9(4)  COMP VALUE ZERO.

      ******************************************************************
      * EVERY BIN ON LOCMSTR, PLUS ANY BIN THE SNAPSHOT OR AUDIT SHOWS *
      * STOCK IN THAT LOCMSTR DOES NOT CARRY. BN-QUANTITY IS THE BIN'S *
      * ROLLING ON-HAND ACROSS ITEMS AND LOTS; BN-OCCUPIED-FROM IS THE *
      * DAY SERIAL IT LAST WENT FROM EMPTY TO HOLDING STOCK, AND EACH  *
      * SPELL IS ADDED TO BN-BIN-DAYS WHEN THE BIN EMPTIES OR THE      *
      * PERIOD ENDS.                                                   *
      ******************************************************************
       01 BIN-TABLE-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01 BIN-TABLE.
          03 BIN-ENTRY                     OCCURS 0 TO 50000 TIMES
                                 DEPENDING ON BIN-TABLE-COUNT
                                 INDEXED BY BIN-IDX.
             05 BN-WAREHOUSE-ID            PIC X(03).
             05 BN-STORAGE-LOC             PIC X(10).
             05 BN-ON-MASTER-SW            PIC X(01).
             05 BN-BILLED-SW               PIC X(01).
             05 BN-QUANTITY                PIC S9(9)     COMP-3.
             05 BN-OCCUPIED-FROM           PIC S9(9)     COMP-3.
             05 BN-BIN-DAYS                PIC S9(7)     COMP-3.
             05 BN-EXPECTED-AMOUNT         PIC S9(9)V99  COMP-3.

       01 BIN-KEY.
          03 BIN-KEY-WAREHOUSE-ID        PIC X(03).
          03 BIN-KEY-STORAGE-LOC         PIC X(10).

      ******************************************************************
      * EVERY MOVE ADVISED TO THE 3PL IN THE PERIOD. MV-ACK-SW IS A    *
      * (ACKNOWLEDGED), O (RETIRED OVERDUE, NEVER ACKNOWLEDGED) OR P   *
      * (STILL OUTSTANDING). MV-MOVE-TYPE IS SET FROM THE MOVE'S AUDIT *
      * RECORDS - BINMOVE, TRANSFER (TO ANOTHER WAREHOUSE) OR PUTAWAY  *
      * (A ROW SET COMPLETED WITHOUT A BIN-TO-BIN TRANSFER).           *
      ******************************************************************
       01 MOVE-TABLE-COUNT                 PIC S9(8) COMP VALUE ZERO.
       01 MOVE-TABLE.
          03 MOVE-ENTRY                    OCCURS 0 TO 20000 TIMES
                                 DEPENDING ON MOVE-TABLE-COUNT
                                 INDEXED BY MOV-IDX.
             05 MV-WAREHOUSE-ID            PIC X(03).
             05 MV-ITEM-NUM                PIC X(10).
             05 MV-STORAGE-LOC             PIC X(10).
             05 MV-MOVE-DATE               PIC 9(8).
             05 MV-ACK-SW                  PIC X(01).
             05 MV-MOVE-TYPE               PIC X(10).
             05 MV-BILLED-SW               PIC X(01).
             05 MV-EXPECTED-AMOUNT         PIC S9(7)V99  COMP-3.

       01 MOVE-KEY.
          03 MOVE-KEY-WAREHOUSE-ID       PIC X(03).
          03 MOVE-KEY-ITEM-NUM           PIC X(10).
          03 MOVE-KEY-STORAGE-LOC        PIC X(10).
          03 MOVE-KEY-MOVE-DATE          PIC 9(8).

      ******************************************************************
      * THE SOURCE SIDE (3600) OF THE TRANSFER BEING READ - ITS DEST   *
      * SIDE (3700) IS THE NEXT AUDIT RECORD AND SAYS WHETHER THE      *
      * STOCK STAYED IN THE WAREHOUSE.                                 *
      ******************************************************************
       01 TRANSFER-SOURCE.
          03 TS-HELD-SW                  PIC X(01)  VALUE 'N'.
          03 TS-WAREHOUSE-ID             PIC X(03)  VALUE SPACES.
          03 TS-ITEM-NUM                 PIC X(10)  VALUE SPACES.
          03 TS-STORAGE-LOC              PIC X(10)  VALUE SPACES.
          03 TS-RUN-DATE                 PIC 9(8)   VALUE ZERO.

      ******************************************************************
      * EXPECTED AGAINST BILLED BY WAREHOUSE.                          *
      ******************************************************************
       01 WHSE-TABLE-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01 WHSE-TABLE.
          03 WHSE-ENTRY                    OCCURS 0 TO 200 TIMES
                                 DEPENDING ON WHSE-TABLE-COUNT
                                 INDEXED BY WHS-IDX.
             05 WT-WAREHOUSE-ID            PIC X(03).
             05 WT-EXPECTED-STORAGE        PIC S9(9)V99  COMP-3.
             05 WT-EXPECTED-HANDLING       PIC S9(9)V99  COMP-3.
             05 WT-EXPECTED-TRANSFER       PIC S9(9)V99  COMP-3.
             05 WT-BILLED-STORAGE          PIC S9(9)V99  COMP-3.
             05 WT-BILLED-HANDLING         PIC S9(9)V99  COMP-3.
             05 WT-DISPUTED                PIC S9(9)V99  COMP-3.

       01 WHSE-KEY                         PIC X(03)  VALUE SPACES.

       01 INVOICE-WORK-AREA.
          03 EXPECTED-AMOUNT             PIC S9(9)V99  COMP-3
                                                       VALUE ZERO.
          03 DISPUTED-AMOUNT             PIC S9(9)V99  COMP-3
                                                       VALUE ZERO.
          03 REASON-CODE                 PIC X(02)  VALUE SPACES.
          03 REASON-TEXT                 PIC X(30)  VALUE SPACES.
          03 ACK-TEXT                    PIC X(11)  VALUE SPACES.
          03 GRAND-EXPECTED              PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
          03 GRAND-BILLED                PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
          03 GRAND-DISPUTED              PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
          03 WHSE-EXPECTED               PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
          03 WHSE-BILLED                 PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      ******************************************************************
      * GREGORIAN DATE TO DAY-SERIAL CONVERSION WORK AREA - THE SAME   *
      * CONVERSION WHSE_CBL_ACKMATCH AGES ITS ADVICES WITH.            *
      * MONTH-OFFSET HOLDS THE CUMULATIVE DAYS BEFORE EACH MONTH IN A  *
      * COMMON YEAR; FEBRUARY OF A LEAP YEAR IS CORRECTED AFTER THE    *
      * TABLE LOOKUP.                                                  *
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

       LINKAGE SECTION.
      ******************************************************************
      * JCL PARM - THE BILLING PERIOD'S FIRST AND LAST DAYS            *
      * (PARM='YYYYMMDDYYYYMMDD'). REQUIRED - WITHOUT IT NOTHING IS    *
      * CHECKED AND THE STEP ENDS RC 8.                                *
      ******************************************************************
       01 PARM-AREA.
          03 PARM-LEN                     PIC S9(4) COMP.
          03 PARM-FROM-DATE               PIC 9(8).
          03 PARM-TO-DATE                 PIC 9(8).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-INITIALIZE-PARA.

          MOVE WHEN-COMPILED TO D-WHEN-COMPILED.
          DISPLAY 'BILLCHK COMPLIED ON : ' D-WHEN-COMPILED.
          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
          IF PARM-LEN = +16
              MOVE PARM-FROM-DATE TO PERIOD-FROM-DATE
              MOVE PARM-TO-DATE   TO PERIOD-TO-DATE
          END-IF.

        OPEN OUTPUT BILLING-REPORT.
        IF FL-STAT-RPT NOT = 00
          DISPLAY 'OPEN BILLING REPORT ERROR - STAT :' FL-STAT-RPT
          MOVE  +10                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        IF PERIOD-FROM-DATE = ZERO OR PERIOD-TO-DATE = ZERO
                OR PERIOD-FROM-DATE > PERIOD-TO-DATE
            DISPLAY 'BILLING PERIOD PARM MISSING OR INVALID'
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE PERIOD-FROM-DATE TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO PERIOD-FROM-SERIAL
            MOVE PERIOD-TO-DATE TO CONV-DATE
            PERFORM 8900-CONVERT-DATE-TO-DAYS
            MOVE CONV-DAY-SERIAL TO PERIOD-TO-SERIAL
            PERFORM 0500-OPEN-INPUTS
            PERFORM 7000-WRITE-REPORT-HEADER
            PERFORM 0100-LOAD-RATE-CARD
            PERFORM 0200-LOAD-LOCMSTR
            PERFORM 0300-LOAD-OPENING-SNAPSHOT
            PERFORM 0400-LOAD-MOVES
            PERFORM 1000-READ-AUDIT UNTIL AUD-EOF-SW = 'Y'
            PERFORM 2000-PRICE-ONE-BIN
                VARYING BIN-IDX FROM 1 BY 1
                UNTIL BIN-IDX > BIN-TABLE-COUNT
            PERFORM 2500-PRICE-ONE-MOVE
                VARYING MOV-IDX FROM 1 BY 1
                UNTIL MOV-IDX > MOVE-TABLE-COUNT
            PERFORM 7100-WRITE-INVOICE-HEADING
            PERFORM 3000-READ-INVOICE UNTIL INV-EOF-SW = 'Y'
            PERFORM 7200-WRITE-UNBILLED-HEADING
            PERFORM 4000-CHECK-ONE-UNBILLED
                VARYING MOV-IDX FROM 1 BY 1
                UNTIL MOV-IDX > MOVE-TABLE-COUNT
            PERFORM 5000-WRITE-WHSE-SUMMARY
            IF INVOICE-LINES-DISPUTED > ZERO
                    OR MOVES-ACKED-NOT-BILLED > ZERO
                    OR RATE-CARDS-REJECTED > ZERO
                    OR BINS-NO-RATE > ZERO
                    OR MOVES-NO-RATE > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF.
        PERFORM 6000-FINAL-COUNT.
        GOBACK.

      ******************************************************************
      * OPEN THE INPUTS AND THE AP EXTRACT. A MISSING OPENING SNAPSHOT *
      * OR OUTSTANDING-ADVICE GENERATION IS TAKEN AS EMPTY, THE SAME   *
      * AS THE FIRST PERIOD AFTER INSTALL; EVERYTHING ELSE IS NEEDED.  *
      ******************************************************************
       0500-OPEN-INPUTS.

        OPEN INPUT RATE-CARD-FILE.
        IF FL-STAT-RTC NOT = 00
          DISPLAY 'OPEN RATE CARD ERROR - STAT :' FL-STAT-RTC
          MOVE  +20                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT LOCATION-MASTER.
        IF FL-STAT-LOC NOT = 00
          DISPLAY 'OPEN LOCATION MASTER ERROR - STAT :' FL-STAT-LOC
          MOVE  +30                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT OPENING-SNAPSHOT.
        IF FL-STAT-SNP NOT = 00
          DISPLAY 'OPEN OPENING SNAPSHOT ERROR - STAT :' FL-STAT-SNP
          DISPLAY 'PERIOD OPENS WITH EVERY BIN EMPTY'
          MOVE 'Y' TO SNP-EOF-SW
        ELSE
          MOVE 'Y' TO SNP-OPEN-SW
        END-IF.

        OPEN INPUT AUDIT-FILE.
        IF FL-STAT-AUD NOT = 00
          DISPLAY 'OPEN AUDIT FILE ERROR - STAT :' FL-STAT-AUD
          MOVE  +40                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT ACK-HISTORY.
        IF FL-STAT-AKH NOT = 00
          DISPLAY 'OPEN ACK HISTORY ERROR - STAT :' FL-STAT-AKH
          MOVE  +50                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN INPUT ADVICE-IN.
        IF FL-STAT-ADV NOT = 00
          DISPLAY 'OPEN ADVICE FILE ERROR - STAT :' FL-STAT-ADV
          DISPLAY 'NO OUTSTANDING ADVICES LOADED'
          MOVE 'Y' TO ADV-EOF-SW
        ELSE
          MOVE 'Y' TO ADV-OPEN-SW
        END-IF.

        OPEN INPUT INVOICE-DETAIL.
        IF FL-STAT-INV NOT = 00
          DISPLAY 'OPEN INVOICE DETAIL ERROR - STAT :' FL-STAT-INV
          MOVE  +60                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.

        OPEN OUTPUT AP-EXTRACT.
        IF FL-STAT-APX NOT = 00
          DISPLAY 'OPEN AP EXTRACT ERROR - STAT :' FL-STAT-APX
          MOVE  +70                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
      ******************************************************************
      * LOAD AND LIST THE RATE CARD. A CARD WITH AN UNKNOWN TYPE OR A  *
      * RATE THAT IS NOT NUMERIC IS LISTED AS REJECTED AND NOT USED.   *
      ******************************************************************
       0100-LOAD-RATE-CARD.

        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'RATE CARD IN EFFECT' DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE ALL '-' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        PERFORM 0110-LOAD-ONE-RATE UNTIL RTC-EOF-SW = 'Y'.
        CLOSE RATE-CARD-FILE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * READ, EDIT, LIST AND TABLE ONE RATE CARD.                      *
      ******************************************************************
       0110-LOAD-ONE-RATE.

        READ RATE-CARD-FILE
            AT END MOVE 'Y'     TO RTC-EOF-SW.
        IF RTC-EOF-SW = 'N'
            ADD 1 TO RATE-CARDS-READ
            MOVE SPACES TO BILLING-REPORT-LINE
            MOVE RC-RECORD-TYPE TO BILLING-REPORT-LINE (1:1)
            MOVE RC-RATE-KEY    TO BILLING-REPORT-LINE (3:10)
            EVALUATE TRUE
                WHEN RC-RATE NOT NUMERIC
                    ADD 1 TO RATE-CARDS-REJECTED
                    MOVE 'REJECTED - RATE NOT NUMERIC'
                        TO BILLING-REPORT-LINE (30:30)
                WHEN RC-RECORD-TYPE = 'S'
                        AND STORAGE-RATE-COUNT < 200
                    ADD 1 TO STORAGE-RATE-COUNT
                    SET SRT-IDX TO STORAGE-RATE-COUNT
                    MOVE RC-RATE-KEY TO SR-PREFIX (SRT-IDX)
                    MOVE ZERO TO PREFIX-LEN
                    INSPECT RC-RATE-KEY TALLYING PREFIX-LEN
                        FOR CHARACTERS BEFORE INITIAL SPACE
                    MOVE PREFIX-LEN TO SR-PREFIX-LEN (SRT-IDX)
                    MOVE RC-RATE TO SR-RATE (SRT-IDX)
                    MOVE 'STORAGE PER BIN-DAY'
                        TO BILLING-REPORT-LINE (30:30)
                WHEN RC-RECORD-TYPE = 'H'
                        AND HANDLING-RATE-COUNT < 50
                    ADD 1 TO HANDLING-RATE-COUNT
                    SET HRT-IDX TO HANDLING-RATE-COUNT
                    MOVE RC-RATE-KEY TO HR-MOVE-TYPE (HRT-IDX)
                    MOVE RC-RATE TO HR-RATE (HRT-IDX)
                    MOVE 'HANDLING PER MOVE'
                        TO BILLING-REPORT-LINE (30:30)
                WHEN RC-RECORD-TYPE = 'X'
                    MOVE RC-RATE TO TRANSFER-RATE
                    MOVE 'Y' TO TRANSFER-RATE-SW
                    MOVE 'INTER-WAREHOUSE TRANSFER'
                        TO BILLING-REPORT-LINE (30:30)
                WHEN RC-RECORD-TYPE = 'S' OR RC-RECORD-TYPE = 'H'
                    ADD 1 TO RATE-CARDS-REJECTED
                    MOVE 'REJECTED - RATE TABLE FULL'
                        TO BILLING-REPORT-LINE (30:30)
                WHEN OTHER
                    ADD 1 TO RATE-CARDS-REJECTED
                    MOVE 'REJECTED - TYPE NOT S, H OR X'
                        TO BILLING-REPORT-LINE (30:30)
            END-EVALUATE
            IF RC-RATE NUMERIC
                MOVE RC-RATE TO RATE-EDIT
                MOVE RATE-EDIT TO BILLING-REPORT-LINE (16:10)
            END-IF
            WRITE BILLING-REPORT-LINE
        END-IF.
      ******************************************************************
      * LOAD EVERY LOCMSTR BIN - THE BINS THE 3PL MAY BILL STORAGE ON. *
      ******************************************************************
       0200-LOAD-LOCMSTR.

        PERFORM 0210-LOAD-ONE-BIN UNTIL LOC-EOF-SW = 'Y'.
        CLOSE LOCATION-MASTER.
      ******************************************************************
      * TABLE ONE LOCMSTR BIN, EMPTY UNTIL THE SNAPSHOT SAYS OTHERWISE.*
      ******************************************************************
       0210-LOAD-ONE-BIN.

        READ LOCATION-MASTER
            AT END MOVE 'Y'     TO LOC-EOF-SW.
        IF LOC-EOF-SW = 'N'
            MOVE LM-WAREHOUSE-ID TO BIN-KEY-WAREHOUSE-ID
            MOVE LM-STORAGE-LOC  TO BIN-KEY-STORAGE-LOC
            PERFORM 8010-ADD-BIN
            IF BIN-FOUND-SW = 'Y'
                MOVE 'Y' TO BN-ON-MASTER-SW (BIN-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * OPENING POSITION - EVERY BIN HOLDING STOCK AT THE PRIOR CLOSE  *
      * IS OCCUPIED FROM THE FIRST DAY OF THE PERIOD.                  *
      ******************************************************************
       0300-LOAD-OPENING-SNAPSHOT.

        PERFORM 0310-READ-SNAPSHOT UNTIL SNP-EOF-SW = 'Y'.
        IF SNP-OPEN-SW = 'Y'
            CLOSE OPENING-SNAPSHOT
        END-IF.
        PERFORM 0320-OPEN-ONE-BIN
            VARYING BIN-IDX FROM 1 BY 1
            UNTIL BIN-IDX > BIN-TABLE-COUNT.
      ******************************************************************
      * ADD ONE SNAPSHOT ROW TO ITS BIN'S OPENING QUANTITY.            *
      ******************************************************************
       0310-READ-SNAPSHOT.

        READ OPENING-SNAPSHOT
            AT END MOVE 'Y'     TO SNP-EOF-SW.
        IF SNP-EOF-SW = 'N'
            ADD 1 TO SNAPSHOT-RECDS-READ
            MOVE SNP-WAREHOUSE-ID TO BIN-KEY-WAREHOUSE-ID
            MOVE SNP-STORAGE-LOC  TO BIN-KEY-STORAGE-LOC
            PERFORM 8000-FIND-BIN
            IF BIN-FOUND-SW = 'N'
                PERFORM 8010-ADD-BIN
            END-IF
            IF BIN-FOUND-SW = 'Y'
                ADD SNP-QUANTITY TO BN-QUANTITY (BIN-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * START THE OCCUPIED SPELL OF A BIN THAT OPENS WITH STOCK.       *
      ******************************************************************
       0320-OPEN-ONE-BIN.

        IF BN-QUANTITY (BIN-IDX) > ZERO
            MOVE PERIOD-FROM-SERIAL TO BN-OCCUPIED-FROM (BIN-IDX)
        END-IF.
      ******************************************************************
      * LOAD THE PERIOD'S ADVISED MOVES - RETIRED ONES FROM THE ACK    *
      * HISTORY, THEN THOSE STILL OUTSTANDING.                         *
      ******************************************************************
       0400-LOAD-MOVES.

        PERFORM 0410-READ-ACK-HISTORY UNTIL AKH-EOF-SW = 'Y'.
        CLOSE ACK-HISTORY.
        PERFORM 0420-READ-ADVICE UNTIL ADV-EOF-SW = 'Y'.
        IF ADV-OPEN-SW = 'Y'
            CLOSE ADVICE-IN
        END-IF.
      ******************************************************************
      * ONE RETIRED ADVICE.                                            *
      ******************************************************************
       0410-READ-ACK-HISTORY.

        READ ACK-HISTORY
            AT END MOVE 'Y'     TO AKH-EOF-SW.
        IF AKH-EOF-SW = 'N'
                AND ACKH-MOVE-DATE >= PERIOD-FROM-DATE
                AND ACKH-MOVE-DATE <= PERIOD-TO-DATE
            MOVE ACKH-WAREHOUSE-ID TO MOVE-KEY-WAREHOUSE-ID
            MOVE ACKH-ITEM-NUM     TO MOVE-KEY-ITEM-NUM
            MOVE ACKH-STORAGE-LOC  TO MOVE-KEY-STORAGE-LOC
            MOVE ACKH-MOVE-DATE    TO MOVE-KEY-MOVE-DATE
            PERFORM 0430-ADD-MOVE
            IF MOVE-FOUND-SW = 'Y'
                IF ACKH-DISPOSITION = 'A'
                    MOVE 'A' TO MV-ACK-SW (MOV-IDX)
                ELSE
                    MOVE 'O' TO MV-ACK-SW (MOV-IDX)
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * ONE ADVICE STILL WAITING ON ITS ACK.                           *
      ******************************************************************
       0420-READ-ADVICE.

        READ ADVICE-IN
            AT END MOVE 'Y'     TO ADV-EOF-SW.
        IF ADV-EOF-SW = 'N'
                AND MADV-MOVE-DATE >= PERIOD-FROM-DATE
                AND MADV-MOVE-DATE <= PERIOD-TO-DATE
            MOVE MADV-WAREHOUSE-ID TO MOVE-KEY-WAREHOUSE-ID
            MOVE MADV-ITEM-NUM     TO MOVE-KEY-ITEM-NUM
            MOVE MADV-STORAGE-LOC  TO MOVE-KEY-STORAGE-LOC
            MOVE MADV-MOVE-DATE    TO MOVE-KEY-MOVE-DATE
            PERFORM 0430-ADD-MOVE
            IF MOVE-FOUND-SW = 'Y'
                MOVE 'P' TO MV-ACK-SW (MOV-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * ADD ONE MOVE TO THE TABLE, NOT YET TYPED OR BILLED. A FULL     *
      * TABLE ABENDS THE RUN - A MOVE LEFT OUT WOULD DISPUTE A GOOD    *
      * INVOICE LINE AS NEVER ADVISED.                                 *
      ******************************************************************
       0430-ADD-MOVE.

        IF MOVE-TABLE-COUNT < 20000
            ADD 1 TO MOVE-TABLE-COUNT
            ADD 1 TO MOVES-IN-PERIOD
            SET MOV-IDX TO MOVE-TABLE-COUNT
            MOVE MOVE-KEY-WAREHOUSE-ID TO MV-WAREHOUSE-ID (MOV-IDX)
            MOVE MOVE-KEY-ITEM-NUM     TO MV-ITEM-NUM (MOV-IDX)
            MOVE MOVE-KEY-STORAGE-LOC  TO MV-STORAGE-LOC (MOV-IDX)
            MOVE MOVE-KEY-MOVE-DATE    TO MV-MOVE-DATE (MOV-IDX)
            MOVE SPACES                TO MV-MOVE-TYPE (MOV-IDX)
            MOVE 'N'                   TO MV-BILLED-SW (MOV-IDX)
            MOVE ZERO                  TO MV-EXPECTED-AMOUNT (MOV-IDX)
            MOVE 'Y' TO MOVE-FOUND-SW
        ELSE
          DISPLAY 'MOVE TABLE FULL AT WAREHOUSE '
                  MOVE-KEY-WAREHOUSE-ID ' MOVE DATE ' MOVE-KEY-MOVE-DATE
          MOVE  +80                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
      ******************************************************************
      * READ ONE AUDIT RECORD. RECORDS BEFORE THE PERIOD ARE ALREADY   *
      * IN THE OPENING SNAPSHOT AND RECORDS AFTER IT ARE NEXT MONTH'S. *
      ******************************************************************
       1000-READ-AUDIT.

        READ AUDIT-FILE
            AT END MOVE 'Y'     TO AUD-EOF-SW.
        IF AUD-EOF-SW = 'N'
            ADD +1 TO AUDIT-RECDS-READ
            IF AUD-RUN-DATE >= PERIOD-FROM-DATE
                    AND AUD-RUN-DATE <= PERIOD-TO-DATE
                ADD +1 TO AUDIT-RECDS-IN-PERIOD
                PERFORM 1100-POST-OCCUPANCY
                PERFORM 1200-TYPE-MOVE
            END-IF
        END-IF.
      ******************************************************************
      * APPLY ONE AUDITED QUANTITY CHANGE TO ITS BIN. A BIN GOING FROM *
      * EMPTY TO STOCKED STARTS AN OCCUPIED SPELL THAT DAY; A BIN      *
      * EMPTIED CLOSES ITS SPELL, THE EMPTYING DAY NOT COUNTED.        *
      ******************************************************************
       1100-POST-OCCUPANCY.

        IF AUD-AFTER-QUANTITY NOT = AUD-BEFORE-QUANTITY
            MOVE AUD-WAREHOUSE-ID TO BIN-KEY-WAREHOUSE-ID
            MOVE AUD-STORAGE-LOC  TO BIN-KEY-STORAGE-LOC
            PERFORM 8000-FIND-BIN
            IF BIN-FOUND-SW = 'N'
                PERFORM 8010-ADD-BIN
            END-IF
            IF BIN-FOUND-SW = 'Y'
                MOVE AUD-RUN-DATE TO CONV-DATE
                PERFORM 8900-CONVERT-DATE-TO-DAYS
                IF BN-QUANTITY (BIN-IDX) > ZERO
                    COMPUTE BN-QUANTITY (BIN-IDX) =
                        BN-QUANTITY (BIN-IDX)
                        + AUD-AFTER-QUANTITY - AUD-BEFORE-QUANTITY
                    IF BN-QUANTITY (BIN-IDX) NOT > ZERO
                        COMPUTE BN-BIN-DAYS (BIN-IDX) =
                            BN-BIN-DAYS (BIN-IDX) + CONV-DAY-SERIAL
                            - BN-OCCUPIED-FROM (BIN-IDX)
                    END-IF
                ELSE
                    COMPUTE BN-QUANTITY (BIN-IDX) =
                        BN-QUANTITY (BIN-IDX)
                        + AUD-AFTER-QUANTITY - AUD-BEFORE-QUANTITY
                    IF BN-QUANTITY (BIN-IDX) > ZERO
                        MOVE CONV-DAY-SERIAL
                            TO BN-OCCUPIED-FROM (BIN-IDX)
                    END-IF
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * TYPE THE ADVISED MOVE THIS AUDIT RECORD BELONGS TO. WHSE_CBL_  *
      * BATCH WRITES A TRANSFER'S SOURCE SIDE (3600) AND ITS DEST SIDE *
      * (3700) BACK TO BACK, AND ADVISES THE MOVE UNDER THE SOURCE     *
      * KEY - SO THE SOURCE SIDE IS HELD UNTIL THE DEST SIDE SAYS      *
      * WHETHER THE STOCK LANDED IN ANOTHER WAREHOUSE. A ROW UPDATED   *
      * OR INSERTED STRAIGHT TO COMPLETED IS A PUTAWAY.                *
      ******************************************************************
       1200-TYPE-MOVE.

        EVALUATE TRUE
            WHEN AUD-SOURCE-PARA = '3600-RELIEVE-SOURCE'
                MOVE 'Y'              TO TS-HELD-SW
                MOVE AUD-WAREHOUSE-ID TO TS-WAREHOUSE-ID
                MOVE AUD-ITEM-NUM     TO TS-ITEM-NUM
                MOVE AUD-STORAGE-LOC  TO TS-STORAGE-LOC
                MOVE AUD-RUN-DATE     TO TS-RUN-DATE
            WHEN AUD-SOURCE-PARA = '3700-RECEIVE-DEST'
                    AND TS-HELD-SW = 'Y'
                MOVE TS-WAREHOUSE-ID TO MOVE-KEY-WAREHOUSE-ID
                MOVE TS-ITEM-NUM     TO MOVE-KEY-ITEM-NUM
                MOVE TS-STORAGE-LOC  TO MOVE-KEY-STORAGE-LOC
                MOVE TS-RUN-DATE     TO MOVE-KEY-MOVE-DATE
                PERFORM 8200-FIND-UNTYPED-MOVE
                IF MOVE-FOUND-SW = 'Y'
                    IF AUD-WAREHOUSE-ID = TS-WAREHOUSE-ID
                        MOVE 'BINMOVE   ' TO MV-MOVE-TYPE (MOV-IDX)
                    ELSE
                        MOVE 'TRANSFER  ' TO MV-MOVE-TYPE (MOV-IDX)
                    END-IF
                END-IF
                MOVE 'N' TO TS-HELD-SW
            WHEN AUD-SOURCE-PARA = '3800-BACKOUT-SOURCE'
                MOVE 'N' TO TS-HELD-SW
            WHEN (AUD-SOURCE-PARA = '3000-UPDATE-TABLE'
                    OR AUD-SOURCE-PARA = '4000-INSERT-TABLE')
                    AND AUD-AFTER-MOV-STATUS = 'COMPLETED  '
                    AND AUD-BEFORE-MOV-STATUS NOT = 'COMPLETED  '
                MOVE AUD-WAREHOUSE-ID TO MOVE-KEY-WAREHOUSE-ID
                MOVE AUD-ITEM-NUM     TO MOVE-KEY-ITEM-NUM
                MOVE AUD-STORAGE-LOC  TO MOVE-KEY-STORAGE-LOC
                MOVE AUD-RUN-DATE     TO MOVE-KEY-MOVE-DATE
                PERFORM 8200-FIND-UNTYPED-MOVE
                IF MOVE-FOUND-SW = 'Y'
                    MOVE 'PUTAWAY   ' TO MV-MOVE-TYPE (MOV-IDX)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
      ******************************************************************
      * CLOSE ONE BIN'S LAST SPELL AT PERIOD END AND PRICE ITS         *
      * BIN-DAYS AT THE RATE FOR ITS LONGEST MATCHING LOCATION PREFIX. *
      * A STOCKED BIN NO RATE COVERS IS LISTED AND LEFT UNPRICED.      *
      ******************************************************************
       2000-PRICE-ONE-BIN.

        IF BN-QUANTITY (BIN-IDX) > ZERO
            COMPUTE BN-BIN-DAYS (BIN-IDX) = BN-BIN-DAYS (BIN-IDX)
                + PERIOD-TO-SERIAL - BN-OCCUPIED-FROM (BIN-IDX) + 1
        END-IF.
        IF BN-BIN-DAYS (BIN-IDX) > ZERO
            MOVE -1   TO BEST-PREFIX-LEN
            MOVE ZERO TO BEST-RATE
            PERFORM 2100-MATCH-ONE-PREFIX
                VARYING SRT-IDX FROM 1 BY 1
                UNTIL SRT-IDX > STORAGE-RATE-COUNT
            MOVE BN-WAREHOUSE-ID (BIN-IDX) TO WHSE-KEY
            PERFORM 8100-FIND-WHSE
            IF BEST-PREFIX-LEN < ZERO
                ADD 1 TO BINS-NO-RATE
                MOVE BN-BIN-DAYS (BIN-IDX) TO DAYS-EDIT
                MOVE SPACES TO BILLING-REPORT-LINE
                STRING 'NO STORAGE RATE - WH '     DELIMITED BY SIZE
                       BN-WAREHOUSE-ID (BIN-IDX)   DELIMITED BY SIZE
                       ' BIN '                     DELIMITED BY SIZE
                       BN-STORAGE-LOC (BIN-IDX)    DELIMITED BY SIZE
                       ' BIN-DAYS '                DELIMITED BY SIZE
                       DAYS-EDIT                   DELIMITED BY SIZE
                       INTO BILLING-REPORT-LINE
                END-STRING
                WRITE BILLING-REPORT-LINE
            ELSE
                COMPUTE BN-EXPECTED-AMOUNT (BIN-IDX) ROUNDED =
                    BN-BIN-DAYS (BIN-IDX) * BEST-RATE
                IF WHSE-TABLE-COUNT > ZERO
                    ADD BN-EXPECTED-AMOUNT (BIN-IDX)
                        TO WT-EXPECTED-STORAGE (WHS-IDX)
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * KEEP THE RATE IF THIS PREFIX MATCHES THE BIN AND IS LONGER     *
      * THAN THE BEST SO FAR. THE BLANK PREFIX MATCHES EVERY BIN.      *
      ******************************************************************
       2100-MATCH-ONE-PREFIX.

        IF SR-PREFIX-LEN (SRT-IDX) > BEST-PREFIX-LEN
            IF SR-PREFIX-LEN (SRT-IDX) = ZERO
                MOVE ZERO TO BEST-PREFIX-LEN
                MOVE SR-RATE (SRT-IDX) TO BEST-RATE
            ELSE
                MOVE SR-PREFIX-LEN (SRT-IDX) TO PREFIX-LEN
                IF BN-STORAGE-LOC (BIN-IDX) (1:PREFIX-LEN) =
                        SR-PREFIX (SRT-IDX) (1:PREFIX-LEN)
                    MOVE PREFIX-LEN TO BEST-PREFIX-LEN
                    MOVE SR-RATE (SRT-IDX) TO BEST-RATE
                END-IF
            END-IF
        END-IF.
      ******************************************************************
      * PRICE ONE ADVISED MOVE - THE TRANSFER RATE FOR STOCK SENT TO   *
      * ANOTHER WAREHOUSE, OTHERWISE THE HANDLING RATE FOR ITS TYPE. A *
      * MOVE WITH NO AUDIT RECORD IN THE PERIOD IS PRICED AS A BIN     *
      * MOVE AND COUNTED. A MOVE NO RATE CARD COVERS IS LISTED AND     *
      * LEFT UNPRICED.                                                 *
      ******************************************************************
       2500-PRICE-ONE-MOVE.

        IF MV-MOVE-TYPE (MOV-IDX) = SPACES
            ADD 1 TO MOVES-NOT-TYPED
            MOVE 'BINMOVE   ' TO MV-MOVE-TYPE (MOV-IDX)
        END-IF.
        MOVE MV-WAREHOUSE-ID (MOV-IDX) TO WHSE-KEY.
        PERFORM 8100-FIND-WHSE.
        IF MV-MOVE-TYPE (MOV-IDX) = 'TRANSFER  '
            MOVE TRANSFER-RATE TO MV-EXPECTED-AMOUNT (MOV-IDX)
            IF TRANSFER-RATE-SW = 'N'
                PERFORM 2510-WRITE-MOVE-NO-RATE
            END-IF
            IF WHSE-TABLE-COUNT > ZERO
                ADD MV-EXPECTED-AMOUNT (MOV-IDX)
                    TO WT-EXPECTED-TRANSFER (WHS-IDX)
            END-IF
        ELSE
            SET HRT-IDX TO 1
            SEARCH HANDLING-RATE-ENTRY
                AT END
                    MOVE ZERO TO MV-EXPECTED-AMOUNT (MOV-IDX)
                    PERFORM 2510-WRITE-MOVE-NO-RATE
                WHEN HR-MOVE-TYPE (HRT-IDX) = MV-MOVE-TYPE (MOV-IDX)
                    MOVE HR-RATE (HRT-IDX)
                        TO MV-EXPECTED-AMOUNT (MOV-IDX)
            END-SEARCH
            IF WHSE-TABLE-COUNT > ZERO
                ADD MV-EXPECTED-AMOUNT (MOV-IDX)
                    TO WT-EXPECTED-HANDLING (WHS-IDX)
            END-IF
        END-IF.
      ******************************************************************
      * LIST ONE ADVISED MOVE THAT HAS NO RATE FOR ITS TYPE.           *
      ******************************************************************
       2510-WRITE-MOVE-NO-RATE.

        ADD 1 TO MOVES-NO-RATE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'NO RATE - '                DELIMITED BY SIZE
               MV-MOVE-TYPE (MOV-IDX)      DELIMITED BY SIZE
               ' WH '                      DELIMITED BY SIZE
               MV-WAREHOUSE-ID (MOV-IDX)   DELIMITED BY SIZE
               ' ITEM '                    DELIMITED BY SIZE
               MV-ITEM-NUM (MOV-IDX)       DELIMITED BY SIZE
               ' BIN '                     DELIMITED BY SIZE
               MV-STORAGE-LOC (MOV-IDX)    DELIMITED BY SIZE
               ' DATE '                    DELIMITED BY SIZE
               MV-MOVE-DATE (MOV-IDX)      DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * READ ONE INVOICE DETAIL LINE AND CHECK IT.                     *
      ******************************************************************
       3000-READ-INVOICE.

        READ INVOICE-DETAIL
            AT END MOVE 'Y'     TO INV-EOF-SW.
        IF INV-EOF-SW = 'N'
            ADD 1 TO INVOICE-LINES-READ
            MOVE ZERO   TO EXPECTED-AMOUNT DISPUTED-AMOUNT
            MOVE SPACES TO REASON-CODE REASON-TEXT
            MOVE 'N'    TO BIN-FOUND-SW MOVE-FOUND-SW
            MOVE INV-WAREHOUSE-ID TO WHSE-KEY
            PERFORM 8100-FIND-WHSE
            EVALUATE INV-LINE-TYPE
                WHEN 'S'
                    PERFORM 3100-CHECK-STORAGE-LINE
                    IF WHSE-TABLE-COUNT > ZERO
                        ADD INV-AMOUNT TO WT-BILLED-STORAGE (WHS-IDX)
                    END-IF
                WHEN 'H'
                    PERFORM 3200-CHECK-HANDLING-LINE
                    IF WHSE-TABLE-COUNT > ZERO
                        ADD INV-AMOUNT TO WT-BILLED-HANDLING (WHS-IDX)
                    END-IF
                WHEN OTHER
                    MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                    MOVE 'IV' TO REASON-CODE
                    MOVE 'LINE TYPE NOT S OR H' TO REASON-TEXT
            END-EVALUATE
            IF REASON-CODE NOT = SPACES
                ADD 1 TO INVOICE-LINES-DISPUTED
                IF WHSE-TABLE-COUNT > ZERO
                    ADD DISPUTED-AMOUNT TO WT-DISPUTED (WHS-IDX)
                END-IF
                PERFORM 3400-WRITE-EXCEPTION
            END-IF
            PERFORM 3300-WRITE-AP-EXTRACT
        END-IF.
      ******************************************************************
      * ONE BIN'S STORAGE CHARGE. THE BIN MUST BE ON LOCMSTR, MUST     *
      * HAVE HELD STOCK SOME DAY OF THE PERIOD, AND MAY BE BILLED ONCE *
      * AND NO MORE THAN ITS BIN-DAYS AT THE RATE CARD.                *
      ******************************************************************
       3100-CHECK-STORAGE-LINE.

        MOVE INV-WAREHOUSE-ID TO BIN-KEY-WAREHOUSE-ID.
        MOVE INV-STORAGE-LOC  TO BIN-KEY-STORAGE-LOC.
        PERFORM 8000-FIND-BIN.
        EVALUATE TRUE
            WHEN BIN-FOUND-SW = 'N'
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'UB' TO REASON-CODE
                MOVE 'STORAGE - BIN NOT ON LOCMSTR' TO REASON-TEXT
            WHEN BN-ON-MASTER-SW (BIN-IDX) NOT = 'Y'
                MOVE BN-EXPECTED-AMOUNT (BIN-IDX) TO EXPECTED-AMOUNT
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'UB' TO REASON-CODE
                MOVE 'STORAGE - BIN NOT ON LOCMSTR' TO REASON-TEXT
            WHEN BN-BILLED-SW (BIN-IDX) = 'Y'
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'DS' TO REASON-CODE
                MOVE 'STORAGE BILLED TWICE' TO REASON-TEXT
            WHEN BN-BIN-DAYS (BIN-IDX) = ZERO
                MOVE 'Y' TO BN-BILLED-SW (BIN-IDX)
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'EB' TO REASON-CODE
                MOVE 'STORAGE BILLED FOR EMPTY BIN' TO REASON-TEXT
            WHEN OTHER
                MOVE 'Y' TO BN-BILLED-SW (BIN-IDX)
                MOVE BN-EXPECTED-AMOUNT (BIN-IDX) TO EXPECTED-AMOUNT
                IF INV-AMOUNT > EXPECTED-AMOUNT
                    COMPUTE DISPUTED-AMOUNT =
                        INV-AMOUNT - EXPECTED-AMOUNT
                    MOVE 'OS' TO REASON-CODE
                    MOVE 'STORAGE OVERBILLED' TO REASON-TEXT
                END-IF
        END-EVALUATE.
      ******************************************************************
      * ONE MOVE'S HANDLING CHARGE. IT MUST BE A MOVE WE ADVISED IN    *
      * THE PERIOD AND NOT ALREADY BILLED, THE 3PL MUST HAVE           *
      * ACKNOWLEDGED IT, AND IT MAY NOT BE BILLED ABOVE THE RATE FOR   *
      * ITS TYPE.                                                      *
      ******************************************************************
       3200-CHECK-HANDLING-LINE.

        MOVE INV-WAREHOUSE-ID TO MOVE-KEY-WAREHOUSE-ID.
        MOVE INV-ITEM-NUM     TO MOVE-KEY-ITEM-NUM.
        MOVE INV-STORAGE-LOC  TO MOVE-KEY-STORAGE-LOC.
        MOVE INV-MOVE-DATE    TO MOVE-KEY-MOVE-DATE.
        SET MOV-IDX TO 1.
        SEARCH MOVE-ENTRY
            AT END
                MOVE 'N' TO MOVE-FOUND-SW
            WHEN MV-WAREHOUSE-ID (MOV-IDX) = MOVE-KEY-WAREHOUSE-ID
                AND MV-ITEM-NUM (MOV-IDX) = MOVE-KEY-ITEM-NUM
                AND MV-STORAGE-LOC (MOV-IDX) = MOVE-KEY-STORAGE-LOC
                AND MV-MOVE-DATE (MOV-IDX) = MOVE-KEY-MOVE-DATE
                AND MV-BILLED-SW (MOV-IDX) = 'N'
                MOVE 'Y' TO MOVE-FOUND-SW
        END-SEARCH.
        EVALUATE TRUE
            WHEN MOVE-FOUND-SW = 'N'
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'NM' TO REASON-CODE
                MOVE 'BILLED - NO MOVE ADVISED' TO REASON-TEXT
            WHEN MV-ACK-SW (MOV-IDX) NOT = 'A'
                MOVE 'Y' TO MV-BILLED-SW (MOV-IDX)
                MOVE MV-EXPECTED-AMOUNT (MOV-IDX) TO EXPECTED-AMOUNT
                MOVE INV-AMOUNT TO DISPUTED-AMOUNT
                MOVE 'NA' TO REASON-CODE
                MOVE 'BILLED BUT NEVER ACKNOWLEDGED' TO REASON-TEXT
            WHEN OTHER
                MOVE 'Y' TO MV-BILLED-SW (MOV-IDX)
                MOVE MV-EXPECTED-AMOUNT (MOV-IDX) TO EXPECTED-AMOUNT
                IF INV-AMOUNT > EXPECTED-AMOUNT
                    COMPUTE DISPUTED-AMOUNT =
                        INV-AMOUNT - EXPECTED-AMOUNT
                    MOVE 'OB' TO REASON-CODE
                    MOVE 'OVERBILLED MOVE' TO REASON-TEXT
                END-IF
        END-EVALUATE.
      ******************************************************************
      * ONE AP EXTRACT RECORD PER INVOICE LINE - AP PAYS THE APPROVED  *
      * AMOUNT AND HOLDS THE DISPUTED REMAINDER AGAINST THE 3PL.       *
      ******************************************************************
       3300-WRITE-AP-EXTRACT.

        MOVE INV-INVOICE-NUM    TO AP-INVOICE-NUM.
        MOVE INV-LINE-TYPE      TO AP-LINE-TYPE.
        MOVE INV-WAREHOUSE-ID   TO AP-WAREHOUSE-ID.
        MOVE INV-STORAGE-LOC    TO AP-STORAGE-LOC.
        MOVE INV-ITEM-NUM       TO AP-ITEM-NUM.
        MOVE INV-MOVE-DATE      TO AP-MOVE-DATE.
        MOVE INV-AMOUNT         TO AP-BILLED-AMOUNT.
        COMPUTE AP-APPROVED-AMOUNT = INV-AMOUNT - DISPUTED-AMOUNT.
        MOVE DISPUTED-AMOUNT    TO AP-DISPUTED-AMOUNT.
        MOVE REASON-CODE        TO AP-REASON-CODE.
        MOVE PERIOD-TO-DATE     TO AP-PERIOD-TO-DATE.
        WRITE AP-EXTRACT-RECORD.
        ADD 1 TO AP-RECDS-WRITTEN.
      ******************************************************************
      * TWO LINES PER DISPUTED INVOICE LINE - WHAT WAS BILLED AND WHY  *
      * IT IS DISPUTED, THEN THE AMOUNTS.                              *
      ******************************************************************
       3400-WRITE-EXCEPTION.

        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING REASON-TEXT                  DELIMITED BY SIZE
               ' INV '                      DELIMITED BY SIZE
               INV-INVOICE-NUM              DELIMITED BY SIZE
               ' WH '                       DELIMITED BY SIZE
               INV-WAREHOUSE-ID             DELIMITED BY SIZE
               ' LOC '                      DELIMITED BY SIZE
               INV-STORAGE-LOC              DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        IF INV-LINE-TYPE = 'H'
            STRING '  ITEM '                DELIMITED BY SIZE
                   INV-ITEM-NUM             DELIMITED BY SIZE
                   ' MOVED '                DELIMITED BY SIZE
                   INV-MOVE-DATE            DELIMITED BY SIZE
                   ' TYPE '                 DELIMITED BY SIZE
                   INV-MOVE-TYPE            DELIMITED BY SIZE
                   INTO BILLING-REPORT-LINE
            END-STRING
            IF MOVE-FOUND-SW = 'Y'
                MOVE MV-MOVE-TYPE (MOV-IDX)
                    TO BILLING-REPORT-LINE (51:10)
                EVALUATE MV-ACK-SW (MOV-IDX)
                    WHEN 'A'
                        MOVE 'ACKED      ' TO ACK-TEXT
                    WHEN 'O'
                        MOVE 'OVERDUE    ' TO ACK-TEXT
                    WHEN OTHER
                        MOVE 'OUTSTANDING' TO ACK-TEXT
                END-EVALUATE
                MOVE ACK-TEXT TO BILLING-REPORT-LINE (62:11)
            END-IF
        ELSE
            MOVE INV-BIN-DAYS TO DAYS-EDIT
            STRING '  BIN-DAYS BILLED '     DELIMITED BY SIZE
                   DAYS-EDIT                DELIMITED BY SIZE
                   INTO BILLING-REPORT-LINE
            END-STRING
            IF BIN-FOUND-SW = 'Y'
                MOVE BN-BIN-DAYS (BIN-IDX) TO DAYS-EDIT
                MOVE 'OURS' TO BILLING-REPORT-LINE (30:4)
                MOVE DAYS-EDIT TO BILLING-REPORT-LINE (35:7)
            END-IF
        END-IF.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE INV-AMOUNT TO AMOUNT-EDIT.
        MOVE '  BILLED' TO BILLING-REPORT-LINE (1:8).
        MOVE AMOUNT-EDIT TO BILLING-REPORT-LINE (10:10).
        MOVE EXPECTED-AMOUNT TO AMOUNT-EDIT.
        MOVE 'EXPECTED' TO BILLING-REPORT-LINE (22:8).
        MOVE AMOUNT-EDIT TO BILLING-REPORT-LINE (31:10).
        MOVE DISPUTED-AMOUNT TO AMOUNT-EDIT.
        MOVE 'DISPUTED' TO BILLING-REPORT-LINE (43:8).
        MOVE AMOUNT-EDIT TO BILLING-REPORT-LINE (52:10).
        MOVE REASON-CODE TO BILLING-REPORT-LINE (64:2).
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * A MOVE THE 3PL ACKNOWLEDGED BUT DID NOT BILL - NOTHING OWED    *
      * YET, BUT LIKELY TO TURN UP ON A LATER INVOICE.                 *
      ******************************************************************
       4000-CHECK-ONE-UNBILLED.

        IF MV-ACK-SW (MOV-IDX) = 'A'
                AND MV-BILLED-SW (MOV-IDX) = 'N'
            ADD 1 TO MOVES-ACKED-NOT-BILLED
            MOVE MV-EXPECTED-AMOUNT (MOV-IDX) TO AMOUNT-EDIT
            MOVE SPACES TO BILLING-REPORT-LINE
            STRING 'WH '                       DELIMITED BY SIZE
                   MV-WAREHOUSE-ID (MOV-IDX)   DELIMITED BY SIZE
                   ' ITEM '                    DELIMITED BY SIZE
                   MV-ITEM-NUM (MOV-IDX)       DELIMITED BY SIZE
                   ' LOC '                     DELIMITED BY SIZE
                   MV-STORAGE-LOC (MOV-IDX)    DELIMITED BY SIZE
                   ' MOVED '                   DELIMITED BY SIZE
                   MV-MOVE-DATE (MOV-IDX)      DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   MV-MOVE-TYPE (MOV-IDX)      DELIMITED BY SIZE
                   INTO BILLING-REPORT-LINE
            END-STRING
            MOVE AMOUNT-EDIT TO BILLING-REPORT-LINE (71:10)
            WRITE BILLING-REPORT-LINE
        END-IF.
      ******************************************************************
      * EXPECTED AGAINST BILLED BY WAREHOUSE, WITH A GRAND TOTAL.      *
      ******************************************************************
       5000-WRITE-WHSE-SUMMARY.

        MOVE SPACES TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'EXPECTED AGAINST BILLED BY WAREHOUSE' DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE ALL '-' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        PERFORM 5100-WRITE-ONE-WHSE
            VARYING WHS-IDX FROM 1 BY 1
            UNTIL WHS-IDX > WHSE-TABLE-COUNT.
        MOVE ALL '-' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE 'ALL WAREHOUSES' TO BILLING-REPORT-LINE (1:14).
        MOVE 'EXPECTED' TO BILLING-REPORT-LINE (20:8).
        MOVE GRAND-EXPECTED TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (29:13).
        MOVE 'BILLED' TO BILLING-REPORT-LINE (44:6).
        MOVE GRAND-BILLED TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (51:13).
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE 'DISPUTED' TO BILLING-REPORT-LINE (44:8).
        MOVE GRAND-DISPUTED TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (51:13).
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * ONE WAREHOUSE - EXPECTED STORAGE, HANDLING AND TRANSFER, WHAT  *
      * WAS BILLED FOR STORAGE AND FOR MOVES, AND HOW MUCH IS HELD.    *
      ******************************************************************
       5100-WRITE-ONE-WHSE.

        COMPUTE WHSE-EXPECTED = WT-EXPECTED-STORAGE (WHS-IDX)
                              + WT-EXPECTED-HANDLING (WHS-IDX)
                              + WT-EXPECTED-TRANSFER (WHS-IDX).
        COMPUTE WHSE-BILLED = WT-BILLED-STORAGE (WHS-IDX)
                            + WT-BILLED-HANDLING (WHS-IDX).
        ADD WHSE-EXPECTED          TO GRAND-EXPECTED.
        ADD WHSE-BILLED            TO GRAND-BILLED.
        ADD WT-DISPUTED (WHS-IDX)  TO GRAND-DISPUTED.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE 'WH' TO BILLING-REPORT-LINE (1:2).
        MOVE WT-WAREHOUSE-ID (WHS-IDX) TO BILLING-REPORT-LINE (4:3).
        MOVE 'STORAGE' TO BILLING-REPORT-LINE (8:7).
        MOVE WT-EXPECTED-STORAGE (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (16:13).
        MOVE 'HANDLING' TO BILLING-REPORT-LINE (30:8).
        MOVE WT-EXPECTED-HANDLING (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (39:13).
        MOVE 'TRANSFER' TO BILLING-REPORT-LINE (53:8).
        MOVE WT-EXPECTED-TRANSFER (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (62:13).
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE 'BILLED' TO BILLING-REPORT-LINE (8:6).
        MOVE WT-BILLED-STORAGE (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (16:13).
        MOVE WT-BILLED-HANDLING (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (39:13).
        MOVE 'DISPUTED' TO BILLING-REPORT-LINE (53:8).
        MOVE WT-DISPUTED (WHS-IDX) TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (62:13).
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        MOVE 'TOTAL EXPECTED' TO BILLING-REPORT-LINE (8:14).
        MOVE WHSE-EXPECTED TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (23:13).
        MOVE 'TOTAL BILLED' TO BILLING-REPORT-LINE (39:12).
        MOVE WHSE-BILLED TO TOTAL-EDIT.
        MOVE TOTAL-EDIT TO BILLING-REPORT-LINE (52:13).
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * REPORT HEADER.                                                 *
      ******************************************************************
       7000-WRITE-REPORT-HEADER.

        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'WHSE_CBL_BILLCHK 3PL INVOICE CHECK - PERIOD '
               DELIMITED BY SIZE
               PERIOD-FROM-DATE            DELIMITED BY SIZE
               ' TO '                      DELIMITED BY SIZE
               PERIOD-TO-DATE              DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'RUN DATE '                 DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE ALL '=' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * HEADING FOR THE DISPUTED INVOICE LINES, WRITTEN AS FOUND.      *
      ******************************************************************
       7100-WRITE-INVOICE-HEADING.

        MOVE SPACES TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'DISPUTED INVOICE LINES' DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE ALL '-' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * HEADING FOR THE MOVES ACKNOWLEDGED BUT NOT BILLED.             *
      ******************************************************************
       7200-WRITE-UNBILLED-HEADING.

        MOVE SPACES TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
        MOVE SPACES TO BILLING-REPORT-LINE.
        STRING 'MOVES ACKNOWLEDGED BUT NOT BILLED'
               DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
        END-STRING.
        WRITE BILLING-REPORT-LINE.
        MOVE ALL '-' TO BILLING-REPORT-LINE.
        WRITE BILLING-REPORT-LINE.
      ******************************************************************
      * LOOK UP THE BIN IN BIN-KEY.                                    *
      ******************************************************************
       8000-FIND-BIN.

        SET BIN-IDX TO 1.
        SEARCH BIN-ENTRY
            AT END
                MOVE 'N' TO BIN-FOUND-SW
            WHEN BN-WAREHOUSE-ID (BIN-IDX) = BIN-KEY-WAREHOUSE-ID
                AND BN-STORAGE-LOC (BIN-IDX) = BIN-KEY-STORAGE-LOC
                MOVE 'Y' TO BIN-FOUND-SW
        END-SEARCH.
      ******************************************************************
      * ADD THE BIN IN BIN-KEY, EMPTY AND NOT ON LOCMSTR. A FULL TABLE *
      * ABENDS THE RUN - A BIN LEFT OUT WOULD HAVE ITS STORAGE CHARGE  *
      * DISPUTED ON WRONG OCCUPANCY.                                   *
      ******************************************************************
       8010-ADD-BIN.

        IF BIN-TABLE-COUNT < 50000
            ADD 1 TO BIN-TABLE-COUNT
            SET BIN-IDX TO BIN-TABLE-COUNT
            MOVE BIN-KEY-WAREHOUSE-ID TO BN-WAREHOUSE-ID (BIN-IDX)
            MOVE BIN-KEY-STORAGE-LOC  TO BN-STORAGE-LOC (BIN-IDX)
            MOVE 'N'  TO BN-ON-MASTER-SW (BIN-IDX)
            MOVE 'N'  TO BN-BILLED-SW (BIN-IDX)
            MOVE ZERO TO BN-QUANTITY (BIN-IDX)
            MOVE ZERO TO BN-OCCUPIED-FROM (BIN-IDX)
            MOVE ZERO TO BN-BIN-DAYS (BIN-IDX)
            MOVE ZERO TO BN-EXPECTED-AMOUNT (BIN-IDX)
            MOVE 'Y' TO BIN-FOUND-SW
        ELSE
          DISPLAY 'BIN TABLE FULL AT WAREHOUSE '
                  BIN-KEY-WAREHOUSE-ID ' BIN ' BIN-KEY-STORAGE-LOC
          MOVE  +90                   TO DUMP-CODE
          CALL 'CEE3ABD' USING DUMP-CODE
        END-IF.
      ******************************************************************
      * FIND OR ADD THE WAREHOUSE IN WHSE-KEY.                         *
      ******************************************************************
       8100-FIND-WHSE.

        SET WHS-IDX TO 1.
        SEARCH WHSE-ENTRY
            AT END
                IF WHSE-TABLE-COUNT < 200
                    ADD 1 TO WHSE-TABLE-COUNT
                    SET WHS-IDX TO WHSE-TABLE-COUNT
                    INITIALIZE WHSE-ENTRY (WHS-IDX)
                    MOVE WHSE-KEY TO WT-WAREHOUSE-ID (WHS-IDX)
                ELSE
                    DISPLAY 'WAREHOUSE TABLE FULL - ' WHSE-KEY
                        ' TOTALED WITH ' WT-WAREHOUSE-ID (1)
                    SET WHS-IDX TO 1
                END-IF
            WHEN WT-WAREHOUSE-ID (WHS-IDX) = WHSE-KEY
                CONTINUE
        END-SEARCH.
      ******************************************************************
      * FIND THE FIRST MOVE WITH THE KEY IN MOVE-KEY THAT HAS NOT BEEN *
      * TYPED YET - TWO LOTS MOVED OUT OF ONE BIN ON ONE NIGHT ARE TWO *
      * ADVICES WITH THE SAME KEY.                                     *
      ******************************************************************
       8200-FIND-UNTYPED-MOVE.

        SET MOV-IDX TO 1.
        SEARCH MOVE-ENTRY
            AT END
                MOVE 'N' TO MOVE-FOUND-SW
            WHEN MV-WAREHOUSE-ID (MOV-IDX) = MOVE-KEY-WAREHOUSE-ID
                AND MV-ITEM-NUM (MOV-IDX) = MOVE-KEY-ITEM-NUM
                AND MV-STORAGE-LOC (MOV-IDX) = MOVE-KEY-STORAGE-LOC
                AND MV-MOVE-DATE (MOV-IDX) = MOVE-KEY-MOVE-DATE
                AND MV-MOVE-TYPE (MOV-IDX) = SPACES
                MOVE 'Y' TO MOVE-FOUND-SW
        END-SEARCH.
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
      * FINAL DISPLAY OF COUNTS                                        *
      ******************************************************************
       6000-FINAL-COUNT.

        IF PERIOD-FROM-DATE NOT = ZERO AND PERIOD-TO-DATE NOT = ZERO
                AND PERIOD-FROM-DATE NOT > PERIOD-TO-DATE
            CLOSE AUDIT-FILE
                  INVOICE-DETAIL
                  AP-EXTRACT
        END-IF.
        CLOSE BILLING-REPORT.
        DISPLAY "-----------------------------------------------------".
        DISPLAY "*** BILLCHK - 3PL INVOICE CHECK COUNTS            ***".
        DISPLAY "-----------------------------------------------------".
        DISPLAY 'RATE CARDS READ                ' RATE-CARDS-READ.
        DISPLAY 'RATE CARDS REJECTED            ' RATE-CARDS-REJECTED.
        DISPLAY 'SNAPSHOT   RECDS READ          ' SNAPSHOT-RECDS-READ.
        DISPLAY 'AUDIT      RECDS READ          ' AUDIT-RECDS-READ.
        DISPLAY 'AUDIT      RECDS IN PERIOD     '
                AUDIT-RECDS-IN-PERIOD.
        DISPLAY 'MOVES      ADVISED IN PERIOD   ' MOVES-IN-PERIOD.
        DISPLAY 'MOVES      NOT ON AUDIT        ' MOVES-NOT-TYPED.
        DISPLAY 'BINS       WITH NO RATE        ' BINS-NO-RATE.
        DISPLAY 'MOVES      WITH NO RATE        ' MOVES-NO-RATE.
        DISPLAY 'INVOICE    LINES READ          ' INVOICE-LINES-READ.
        DISPLAY 'INVOICE    LINES DISPUTED      '
                INVOICE-LINES-DISPUTED.
        DISPLAY 'MOVES      ACKED NOT BILLED    '
                MOVES-ACKED-NOT-BILLED.
        DISPLAY 'AP         RECDS WRITTEN       ' AP-RECDS-WRITTEN.
        DISPLAY "-----------------------------------------------------".
