      ******************************************************************
      * DCLGEN TABLE(T_UIS_OUTBOUND_FEED)                              *
      *        STRUCTURE(DCLT-UIS-OUTBOUND-FEED)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER OUTBOUND FEED WE SEND TO ANOTHER PARTY, KEYED BY   *
      * THE FEED ID THE WRITER PASSES TO F5748OBR:                     *
      *   OBF_DEST           - THE RECEIVING PARTY, COPIED ONTO EACH   *
      *                        MANIFEST ROW AS THE FILE IS WRITTEN     *
      *   OBF_ACK_WINDOW_HRS - HOURS AFTER WRITING BY WHICH THE        *
      *                        RECEIVER HAS AGREED TO ACKNOWLEDGE THE  *
      *                        FILE; ZERO WHEN THE RECEIVER SENDS NO   *
      *                        ACKNOWLEDGEMENT                         *
      *   OBF_ACTIVE_IND     - 'N' STOPS F5748OBP CHASING THE FEED'S   *
      *                        MISSING ACKNOWLEDGEMENTS WITHOUT LOSING *
      *                        THE ROW                                 *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_OUTBOUND_FEED TABLE
           ( OBF_FEED_ID                    CHAR(8) NOT NULL,
             OBF_FEED_DESC                  CHAR(30) NOT NULL,
             OBF_DEST                       CHAR(8) NOT NULL,
             OBF_ACK_WINDOW_HRS             SMALLINT NOT NULL,
             OBF_ACTIVE_IND                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_OUTBOUND_FEED                *
      ******************************************************************
       01  DCLT-UIS-OUTBOUND-FEED.
           10 OBF-FEED-ID                   PIC X(08).
           10 OBF-FEED-DESC                 PIC X(30).
           10 OBF-DEST                      PIC X(08).
           10 OBF-ACK-WINDOW-HRS            PIC S9(04) USAGE COMP.
           10 OBF-ACTIVE-IND                PIC X(01).
              88 OBF-FEED-IS-ACTIVE                VALUE 'Y'.
