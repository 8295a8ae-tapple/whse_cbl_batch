      *   - LOTS ALREADY EXPIRED BUT STILL SHOWING ON-HAND,           *
      *   - LOTS EXPIRING WITHIN THE PARM WINDOW (DAYS),              *
      * SO QA CAN PULL THEM BEFORE THEY SHIP. STOCK WITH NO EXPIRY    *
      * DATE (ZERO) NEVER REPORTS. THE WINDOW AND THE DAYS LEFT ARE   *
      * CALENDAR DAYS, NOT THE CALCTL BUSINESS DAYS THE AGING REPORTS *
      * USE - PRODUCT EXPIRES ON WEEKENDS AND HOLIDAYS TOO.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INTO EXPIRY-REPORT-LINE
        END-STRING.
        WRITE EXPIRY-REPORT-LINE.
        MOVE SPACES TO EXPIRY-REPORT-LINE.
        STRING 'CALENDAR BASIS: CALENDAR DAYS - PRODUCT EXPIRES ON '
               DELIMITED BY SIZE
               'NON-WORKING DAYS TOO'      DELIMITED BY SIZE
               INTO EXPIRY-REPORT-LINE
        END-STRING.
        WRITE EXPIRY-REPORT-LINE.
        MOVE ALL '-' TO EXPIRY-REPORT-LINE.
        WRITE EXPIRY-REPORT-LINE.
      ******************************************************************
