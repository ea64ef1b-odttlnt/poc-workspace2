             DEPRECATED_IND                 CHAR(1) NOT NULL,
             SUNSET_DATE                    DATE NOT NULL,
             CACHEABLE_IND                  CHAR(1) NOT NULL,
             CACHE_TTL_SECONDS              INTEGER NOT NULL,
             UIS_SRV_EVENT_TYPE             CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * CANARY ROUTING (SEE 3410-ROUTE-CANARY IN F5748I00 AND THE     *
      * CACHE_TTL_SECONDS, BYPASSING THE SERVICE PROGRAM ON A HIT -   *
      * FOR CATALOG-STYLE READS THAT CHANGE AT MOST NIGHTLY. SEE THE  *
      * CACHE ACTION IN F5748SFM.                                     *
      * UIS_SRV_EVENT_TYPE NAMES THE CUSTOMER CHANGE A SUCCESSFUL     *
      * UPDATE (OR UNDO) THROUGH THE FUNCTION AMOUNTS TO - 'CNTC'     *
      * CONTACT, 'HHLD' HOUSEHOLD - AND F5748I00 THEN NOTIFIES THE    *
      * T_UIS_EVENT_SUB SUBSCRIBERS THROUGH F5748ENP. SPACES (THE     *
      * DEFAULT) RAISES NO EVENT. SEE THE EVENT ACTION IN F5748SFM.   *
      ******************************************************************
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_SRV_FN_PGM                   *
           10 CACHEABLE-IND                 PIC X(01).
              88 UIS-SRV-IS-CACHEABLE               VALUE 'Y'.
           10 CACHE-TTL-SECONDS             PIC S9(09) USAGE COMP.
           10 UIS-SRV-EVENT-TYPE            PIC X(04).
              88 UIS-SRV-RAISES-NO-EVENT            VALUE SPACES.
