      ******************************************************************
      * DCLGEN TABLE(T_UIS_OUTBOUND_MANIFEST)                          *
      *        STRUCTURE(DCLT-UIS-OUTBOUND-MANIFEST)                   *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER OUTBOUND FILE WE WRITE FOR ANOTHER PARTY,          *
      * REGISTERED BY F5748OBR AS THE WRITER CLOSES THE FILE. THE      *
      * GENERATION RUNS 1, 2, 3 ... PER FEED ID. THE COUNT IS EVERY    *
      * RECORD ON THE FILE, HEADER AND TRAILER INCLUDED, AND THE HASH  *
      * IS THE SUM OF EACH RECORD'S FIRST NINE BYTES WHERE NUMERIC -   *
      * THE RULE OUR OWN INBOUND ENVELOPE USES (SEE F5748FEN) - SO THE *
      * RECEIVER CAN QUOTE BOTH BACK. OBM_DEST IS TAKEN FROM           *
      * T_UIS_OUTBOUND_FEED AT THE TIME OF WRITING (SPACES WHEN THE    *
      * FEED HAS NO DEFINITION).                                       *
      *                                                                *
      * OBM_ACK_STATUS - ' ' AWAITING THE RECEIVER'S ACKNOWLEDGEMENT   *
      *                  'A' ACKNOWLEDGED, COUNT AND HASH AGREE        *
      *                  'M' ACKNOWLEDGED, COUNT OR HASH DISAGREE      *
      *                  'R' THE RECEIVER REFUSED THE FILE             *
      *                  SET BY F5748OBK, WHICH ALSO FILLS THE OBM_ACK_*
      *                  COLUMNS ('0001-01-01-00.00.00.000000' IN      *
      *                  OBM_ACK_TS AND ZEROES UNTIL THEN).            *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_OUTBOUND_MANIFEST TABLE
           ( OBM_FEED_ID                    CHAR(8) NOT NULL,
             OBM_GENERATION                 INTEGER NOT NULL,
             OBM_BUS_DATE                   DATE NOT NULL,
             OBM_RECORD_COUNT               INTEGER NOT NULL,
             OBM_HASH_TOTAL                 DECIMAL(15,0) NOT NULL,
             OBM_DEST                       CHAR(8) NOT NULL,
             OBM_WRITER_PGM                 CHAR(8) NOT NULL,
             OBM_SENT_TS                    TIMESTAMP NOT NULL,
             OBM_ACK_STATUS                 CHAR(1) NOT NULL,
             OBM_ACK_TS                     TIMESTAMP NOT NULL,
             OBM_ACK_COUNT                  INTEGER NOT NULL,
             OBM_ACK_HASH                   DECIMAL(15,0) NOT NULL,
             OBM_ACK_COMMENT                CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_OUTBOUND_MANIFEST            *
      ******************************************************************
       01  DCLT-UIS-OUTBOUND-MANIFEST.
           10 OBM-FEED-ID                   PIC X(08).
           10 OBM-GENERATION                PIC S9(09) USAGE COMP.
           10 OBM-BUS-DATE                  PIC X(10).
           10 OBM-RECORD-COUNT              PIC S9(09) USAGE COMP.
           10 OBM-HASH-TOTAL                PIC S9(15)V USAGE COMP-3.
           10 OBM-DEST                      PIC X(08).
           10 OBM-WRITER-PGM                PIC X(08).
           10 OBM-SENT-TS                   PIC X(26).
           10 OBM-ACK-STATUS                PIC X(01).
              88 OBM-AWAITING-ACK                   VALUE ' '.
              88 OBM-ACK-MATCHED                    VALUE 'A'.
              88 OBM-ACK-MISMATCHED                 VALUE 'M'.
              88 OBM-ACK-REFUSED                    VALUE 'R'.
           10 OBM-ACK-TS                    PIC X(26).
           10 OBM-ACK-COUNT                 PIC S9(09) USAGE COMP.
           10 OBM-ACK-HASH                  PIC S9(15)V USAGE COMP-3.
           10 OBM-ACK-COMMENT               PIC X(40).
