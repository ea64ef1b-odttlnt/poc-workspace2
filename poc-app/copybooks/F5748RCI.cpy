      ******************************************************************
      * DCLGEN TABLE(T_UIS_RECERT_ITEM)                                *
      *        STRUCTURE(DCLT-UIS-RECERT-ITEM)                         *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER ENTITLEMENT PER ACCESS RECERTIFICATION CAMPAIGN,   *
      * WRITTEN BY F5748RCT'S EXTRACT AND CARRIED TO ITS CLOSE - THE   *
      * CAMPAIGN'S OWN AUDIT TRAIL:                                    *
      *   RCI_ENT_TYPE   'SEG ' T_UIS_RACF_SEG      (KEY1 RACF ID,     *
      *                                              KEY2 SEGMENT)     *
      *                  'QUOT' T_UIS_RACF_QUOTA    (KEY1 RACF ID,     *
      *                                              KEY2 FUNCTION)    *
      *                  'CALL' T_UIS_APPRVD_CALLER (KEY1 SOURCE APP)  *
      *   RCI_LAST_USED  LAST DAY THE TRANSACTION LOG (LIVE, THEN      *
      *                  ARCHIVE) SHOWS IT USED; '0001-01-01' = NEVER  *
      *   RCI_DECISION   ' ' NOT YET ATTESTED, 'K' KEEP, 'R' REVOKE,   *
      *                  'X' NOT ATTESTED BY THE DEADLINE - REVOKED    *
      *   RCI_ACTION_STATUS  ' ' NOTHING DONE YET, 'D' REVOKED, 'N'    *
      *                  ALREADY GONE WHEN THE REVOKE RAN, 'F' REVOKE  *
      *                  FAILED (RETRIED ON THE NEXT LOAD OR CLOSE)    *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RECERT_ITEM TABLE
           ( RCI_CAMPAIGN_ID                CHAR(6) NOT NULL,
             RCI_ENT_TYPE                   CHAR(4) NOT NULL,
             RCI_ENT_KEY1                   CHAR(10) NOT NULL,
             RCI_ENT_KEY2                   CHAR(4) NOT NULL,
             RCI_MANAGER_ID                 CHAR(8) NOT NULL,
             RCI_LAST_USED                  DATE NOT NULL,
             RCI_DEADLINE                   DATE NOT NULL,
             RCI_DECISION                   CHAR(1) NOT NULL,
             RCI_DECIDED_BY                 CHAR(8) NOT NULL,
             RCI_DECIDED_TS                 TIMESTAMP NOT NULL,
             RCI_ACTION_STATUS              CHAR(1) NOT NULL,
             RCI_ACTION_TS                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RECERT_ITEM                  *
      ******************************************************************
       01  DCLT-UIS-RECERT-ITEM.
           10 RCI-CAMPAIGN-ID               PIC X(06).
           10 RCI-ENT-TYPE                  PIC X(04).
              88 RCI-ENT-IS-SEGMENT                 VALUE 'SEG '.
              88 RCI-ENT-IS-QUOTA                   VALUE 'QUOT'.
              88 RCI-ENT-IS-CALLER                  VALUE 'CALL'.
           10 RCI-ENT-KEY1                  PIC X(10).
           10 RCI-ENT-KEY2                  PIC X(04).
           10 RCI-MANAGER-ID                PIC X(08).
           10 RCI-LAST-USED                 PIC X(10).
           10 RCI-DEADLINE                  PIC X(10).
           10 RCI-DECISION                  PIC X(01).
              88 RCI-NOT-ATTESTED                   VALUE ' '.
              88 RCI-DECIDED-KEEP                   VALUE 'K'.
              88 RCI-DECIDED-REVOKE                 VALUE 'R'.
              88 RCI-EXPIRED-REVOKE                 VALUE 'X'.
           10 RCI-DECIDED-BY                PIC X(08).
           10 RCI-DECIDED-TS                PIC X(26).
           10 RCI-ACTION-STATUS             PIC X(01).
              88 RCI-ACTION-PENDING                 VALUE ' '.
              88 RCI-ACTION-DONE                    VALUE 'D'.
              88 RCI-ACTION-ALREADY-GONE            VALUE 'N'.
              88 RCI-ACTION-FAILED                  VALUE 'F'.
           10 RCI-ACTION-TS                 PIC X(26).
