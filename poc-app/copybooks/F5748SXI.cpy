      ******************************************************************
      * DCLGEN TABLE(T_UIS_SEG_XFER_ITEM)                              *
      *        STRUCTURE(DCLT-UIS-SEG-XFER-ITEM)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER CUSTOMER A F5748MST PREVIEW SELECTED. KEY:         *
      * SXI_BATCH_ID + SXI_CUST_NUM (SEE T_UIS_SEG_XFER_BATCH).        *
      * SXI_STATUS 'P' PENDING, 'M' MOVED, 'S' SKIPPED. THE ITEM IS    *
      * SETTLED IN THE SAME UNIT OF WORK AS THE MOVE ITSELF, SO AFTER  *
      * AN ABEND THE COMMITTED ITEMS ARE EXACTLY THE SETTLED ONES AND  *
      * THE RESTARTED RUN PICKS UP FROM THE FIRST STILL PENDING.       *
      * SXI_SKIP_REASON ON A SKIPPED ITEM: 'LEGAL' ACTIVE LEGAL HOLD,  *
      * 'FRAUD' FRAUD HOLD, 'GONE ' NO LONGER IN THE FROM SEGMENT      *
      * (MOVED OR DELETED SINCE THE PREVIEW).                          *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_SEG_XFER_ITEM TABLE
           ( SXI_BATCH_ID                   INTEGER NOT NULL,
             SXI_CUST_NUM                   CHAR(10) NOT NULL,
             SXI_STATUS                     CHAR(1) NOT NULL,
             SXI_SKIP_REASON                CHAR(5) NOT NULL,
             SXI_SETTLED_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_SEG_XFER_ITEM                *
      ******************************************************************
       01  DCLT-UIS-SEG-XFER-ITEM.
           10 SXI-BATCH-ID                  PIC S9(09) USAGE COMP.
           10 SXI-CUST-NUM                  PIC X(10).
           10 SXI-STATUS                    PIC X(01).
              88 SXI-IS-PENDING                     VALUE 'P'.
              88 SXI-IS-MOVED                       VALUE 'M'.
              88 SXI-IS-SKIPPED                     VALUE 'S'.
           10 SXI-SKIP-REASON               PIC X(05).
           10 SXI-SETTLED-TS                PIC X(26).
