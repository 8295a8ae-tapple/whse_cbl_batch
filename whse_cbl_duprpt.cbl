
      ******************************************************************
      * COUNT ONE RAW FEED RECORD (RECYCLED PLUS RAW, THE SAME         *
      * CONCATENATION SORTSTEP READS) FOR THE TIE-OUT. THE PRODUCERS'  *
      * 'T' CONTROL RECORDS ARE OMITTED BY THE SORT, SO THEY ARE NOT   *
      * COUNTED HERE EITHER.                                           *
      ******************************************************************
       0100-COUNT-RAW-FEED.

        READ RAW-FEED-IN
            AT END MOVE 'Y'     TO RAW-EOF-SW.
        IF RAW-EOF-SW = 'N' AND RAW-FEED-RECORD (1:1) NOT = 'T'
            ADD +1 TO RAW-RECDS-READ
        END-IF.
      ******************************************************************
