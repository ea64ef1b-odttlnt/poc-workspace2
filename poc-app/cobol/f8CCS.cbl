      *                COMES BACK IN ZOS-CONTACT-REPLY. F5748I00       *
      *                ENFORCES UPDATE AUTHORITY BEFORE THE LINK.      *
      *                                                                *
      *                BEFORE AN UPDATE (OR A VALIDATE-ONLY CALL) THE  *
      *                ADDRESS IS PUT INTO STANDARD POSTAL FORM AND    *
      *                CHECKED AGAINST THE POSTAL REFERENCE BY         *
      *                F5748ADV; THE STANDARD FORM IS WHAT IS STORED,  *
      *                AND WHAT THE CHECK FINDS COMES BACK AS WARNINGS *
      *                IN ZOS-ADDR-QUALITY-AREA - NEVER A REJECT. BOTH *
      *                OPERATIONS ALSO RETURN THE UNDELIVERABLE FLAGS  *
      *                AND THE DATE MAIL WAS RETURNED.                 *
      *                                                                *
      *                UNDO IS REFUSED - THE LOGGED REQUEST CARRIES    *
      *                THE NEW VALUES, NOT THE ONES THEY REPLACED.     *
      *                                                                *
      *  PARAMETERS:   1. F5748I01.CPY (DFHCOMMAREA)                   *
      *                                                                *
      *  DB2 TABLES:   T_CUST_CONTACT (READ/INSERT/UPDATE)             *
      *                T_CUST_CONTACT_HIST (INSERT)                    *
      *                T_POSTAL_REF (READ, THROUGH F5748ADV)           *
      *                                                                *
      *  MODIFICATION HISTORY:                                        *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  THE ROW AN UPDATE REPLACES IS KEPT ON       *
      *                    T_CUST_CONTACT_HIST SO THE PRIOR ADDRESS    *
      *                    CAN STILL BE WRITTEN TO                     *
      *  2026-10-15 UISAD  A CHANGED ADDRESS OR EMAIL CLEARS ITS       *
      *                    UNDELIVERABLE FLAG FOR F5748CRN             *
      *  2026-10-15 UISAD  ADDRESS STANDARDIZED AND CHECKED AGAINST    *
      *                    THE POSTAL REFERENCE (F5748ADV) WITH        *
      *                    WARNINGS; UNDELIVERABLE FLAGS AND MAIL      *
      *                    RETURN DATE RETURNED                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-CONSTANTS.
           05  WS-NAME-OF-THIS-MODULE       PIC X(08) VALUE 'F5748CCS'.
           05  WS-ADDRESS-PGM               PIC X(08) VALUE 'F5748ADV'.
           05  WS-NEVER-DATE                PIC X(10)
                                            VALUE '0001-01-01'.

      * ADDRESS STANDARDIZATION - SEE 1100
       01  ADV-CALL-AREA.
           COPY F5748ADA REPLACING ==:FD:== BY ==ADV==.

       01  WS-ERROR-AREA.
           05  WS-NO-CONTACT-MSG            PIC X(60) VALUE
      * DCLGEN FOR T_CUST_CONTACT
           EXEC SQL INCLUDE F5748CCT     END-EXEC.

      * DCLGEN FOR T_CUST_CONTACT_HIST - SEE 3050-SAVE-PRIOR-CONTACT
           EXEC SQL INCLUDE F5748CCH     END-EXEC.

       01  FILLER                                PIC X(32) VALUE
           'F5748CCS WORKING STORAGE ENDS'.
      *
      ******************************************************************
       0000-BEGIN.
      *
           MOVE ZERO         TO ZOS-ADQ-RPY-WARN-COUNT.
           MOVE SPACES       TO ZOS-ADQ-RPY-WARNINGS
                                ZOS-ADQ-RPY-MAIL-RETURN-DATE.
           MOVE 'N'          TO ZOS-ADQ-RPY-STANDARDIZED-IND
                                ZOS-ADQ-RPY-MAIL-UNDELIV-IND
                                ZOS-ADQ-RPY-EMAIL-UNDELIV-IND.

           EVALUATE TRUE
               WHEN ZOS-VALIDATE-ONLY
                   PERFORM 1000-VALIDATE-CONTACT-INPUT
                 TO ZOS-FAILURE-MESSAGE(ZOS-NUM-ERR)
               MOVE 60
                 TO ZOS-FAILURE-CODE-N(ZOS-NUM-ERR)
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-STANDARDIZE-ADDRESS
              THRU 1100-EXIT.
           .
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *                  1100-STANDARDIZE-ADDRESS                      *
      * F5748ADV PUTS THE KEYED ADDRESS INTO STANDARD FORM (LEFT IN    *
      * ADV-CALL-AREA FOR 3000-UPDATE-CONTACT TO STORE) AND CHECKS IT  *
      * AGAINST THE POSTAL REFERENCE. ITS WARNINGS GO BACK TO THE      *
      * CALLER; NONE OF THEM STOPS THE UPDATE. IF THE REFERENCE COULD  *
      * NOT BE READ THE 'NCHK' WARNING SAYS SO AND THE REGION LOG GETS *
      * THE SQLCODE.                                                   *
      ******************************************************************
       1100-STANDARDIZE-ADDRESS.

           MOVE ZOS-CONTACT-REQ-ADDR-LN1    TO ADV-ADDR-LINE-1.
           MOVE ZOS-CONTACT-REQ-ADDR-LN2    TO ADV-ADDR-LINE-2.
           MOVE ZOS-CONTACT-REQ-CITY        TO ADV-CITY.
           MOVE ZOS-CONTACT-REQ-STATE       TO ADV-STATE.
           MOVE ZOS-CONTACT-REQ-POSTAL      TO ADV-POSTAL-CD.

           CALL WS-ADDRESS-PGM USING ADV-CALL-AREA.

           IF ADV-RETURN-CODE = 12
               DISPLAY 'F5748CCS - POSTAL REFERENCE READ FAILED'
                       ' SQLCODE=' ADV-SQLCODE
                       ' CUST=' ZOS-REQUEST-CUST-NUM
           END-IF.

           MOVE ADV-WARN-COUNT              TO ZOS-ADQ-RPY-WARN-COUNT.
           MOVE ADV-WARNINGS                TO ZOS-ADQ-RPY-WARNINGS.
           MOVE ADV-CHANGED-IND
             TO ZOS-ADQ-RPY-STANDARDIZED-IND.
           .
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      2000-READ-CONTACT                         *
      ******************************************************************
       2000-READ-CONTACT.
                       CCT_CITY,        CCT_STATE,
                       CCT_POSTAL_CD,   CCT_PHONE,
                       CCT_EMAIL,       CHAR(CCT_EFF_DATE, ISO),
                       CCT_UPDT_RACF_ID, CCT_UPDT_TS,
                       CCT_MAIL_UNDELIV_IND, CCT_EMAIL_UNDELIV_IND,
                       CHAR(CCT_MAIL_RETURN_DATE, ISO)
                  INTO :CCT-ADDR-LINE-1, :CCT-ADDR-LINE-2,
                       :CCT-CITY,        :CCT-STATE,
                       :CCT-POSTAL-CD,   :CCT-PHONE,
                       :CCT-EMAIL,       :CCT-EFF-DATE,
                       :CCT-UPDT-RACF-ID, :CCT-UPDT-TS,
                       :CCT-MAIL-UNDELIV-IND, :CCT-EMAIL-UNDELIV-IND,
                       :CCT-MAIL-RETURN-DATE
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CCT-CUST-NUM
           END-EXEC.
      *                     3000-UPDATE-CONTACT                        *
      * REPLACES (OR STARTS) THE CUSTOMER'S CONTACT ROW - THE SAME     *
      * UPDATE-THEN-INSERT PATTERN 3070-CHECK-DUPLICATE-REQUEST USES.  *
      * MAIL RETURNED FROM THE OLD ADDRESS SAYS NOTHING ABOUT A NEW    *
      * ONE, SO A CHANGED ADDRESS PUTS THE MAIL UNDELIVERABLE FLAG     *
      * BACK TO 'N' (AND ITS RETURN DATE TO '0001-01-01'), AND A       *
      * CHANGED EMAIL THE EMAIL FLAG; A NEW ROW TAKES THE DEFAULTS.    *
      * THE ADDRESS STORED IS THE STANDARD FORM F5748ADV PRODUCED IN   *
      * 1100-STANDARDIZE-ADDRESS, NOT THE ONE KEYED.                   *
      ******************************************************************
       3000-UPDATE-CONTACT.

           MOVE ZOS-REQUEST-CUST-NUM        TO CCT-CUST-NUM.
           MOVE ADV-ADDR-LINE-1             TO CCT-ADDR-LINE-1.
           MOVE ADV-ADDR-LINE-2             TO CCT-ADDR-LINE-2.
           MOVE ADV-CITY                    TO CCT-CITY.
           MOVE ADV-STATE                   TO CCT-STATE.
           MOVE ADV-POSTAL-CD               TO CCT-POSTAL-CD.
           MOVE ZOS-CONTACT-REQ-PHONE       TO CCT-PHONE.
           MOVE ZOS-CONTACT-REQ-EMAIL       TO CCT-EMAIL.
           MOVE ZOS-SRC-RACF-ID             TO CCT-UPDT-RACF-ID.
                                            TO CCT-EFF-DATE
           END-IF.

           PERFORM 3050-SAVE-PRIOR-CONTACT
              THRU 3050-EXIT.

           IF NOT ZOS-SUCCESS
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
                UPDATE T_CUST_CONTACT
                   SET CCT_ADDR_LINE_1  = :CCT-ADDR-LINE-1
                     , CCT_EFF_DATE     = DATE(:CCT-EFF-DATE)
                     , CCT_UPDT_RACF_ID = :CCT-UPDT-RACF-ID
                     , CCT_UPDT_TS      = CURRENT TIMESTAMP
                     , CCT_MAIL_UNDELIV_IND =
                           CASE WHEN CCT_ADDR_LINE_1 = :CCT-ADDR-LINE-1
                                 AND CCT_ADDR_LINE_2 = :CCT-ADDR-LINE-2
                                 AND CCT_CITY        = :CCT-CITY
                                 AND CCT_STATE       = :CCT-STATE
                                 AND CCT_POSTAL_CD   = :CCT-POSTAL-CD
                                THEN CCT_MAIL_UNDELIV_IND
                                ELSE 'N'
                           END
                     , CCT_MAIL_RETURN_DATE =
                           CASE WHEN CCT_ADDR_LINE_1 = :CCT-ADDR-LINE-1
                                 AND CCT_ADDR_LINE_2 = :CCT-ADDR-LINE-2
                                 AND CCT_CITY        = :CCT-CITY
                                 AND CCT_STATE       = :CCT-STATE
                                 AND CCT_POSTAL_CD   = :CCT-POSTAL-CD
                                THEN CCT_MAIL_RETURN_DATE
                                ELSE DATE(:WS-NEVER-DATE)
                           END
                     , CCT_EMAIL_UNDELIV_IND =
                           CASE WHEN CCT_EMAIL = :CCT-EMAIL
                                THEN CCT_EMAIL_UNDELIV_IND
                                ELSE 'N'
                           END
                 WHERE CCT_CUST_NUM     = :CCT-CUST-NUM
           END-EXEC.

                SET :CCT-UPDT-TS = CURRENT TIMESTAMP
           END-EXEC.

      * THE FLAGS ARE WHATEVER THE UPDATE KEPT OR RESET - READ THEM BACK
           EXEC SQL
                SELECT CCT_MAIL_UNDELIV_IND, CCT_EMAIL_UNDELIV_IND,
                       CHAR(CCT_MAIL_RETURN_DATE, ISO)
                  INTO :CCT-MAIL-UNDELIV-IND, :CCT-EMAIL-UNDELIV-IND,
                       :CCT-MAIL-RETURN-DATE
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CCT-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-BUILD-REPLY
              THRU 4000-EXIT.
           .
           EXIT.
      *
      ******************************************************************
      *                   3050-SAVE-PRIOR-CONTACT                      *
      * COPIES THE ROW ABOUT TO BE REPLACED ONTO T_CUST_CONTACT_HIST.  *
      * A CUSTOMER WITH NO ROW YET HAS NOTHING TO KEEP (SQLCODE 100).  *
      ******************************************************************
       3050-SAVE-PRIOR-CONTACT.

           EXEC SQL
                INSERT INTO T_CUST_CONTACT_HIST
                       ( CCH_CUST_NUM
                       , CCH_REPLACED_TS
                       , CCH_ADDR_LINE_1
                       , CCH_ADDR_LINE_2
                       , CCH_CITY
                       , CCH_STATE
                       , CCH_POSTAL_CD
                       , CCH_PHONE
                       , CCH_EMAIL
                       , CCH_EFF_DATE
                       , CCH_UPDT_RACF_ID
                       , CCH_REPLACED_BY )
                SELECT CCT_CUST_NUM
                     , CURRENT TIMESTAMP
                     , CCT_ADDR_LINE_1
                     , CCT_ADDR_LINE_2
                     , CCT_CITY
                     , CCT_STATE
                     , CCT_POSTAL_CD
                     , CCT_PHONE
                     , CCT_EMAIL
                     , CCT_EFF_DATE
                     , CCT_UPDT_RACF_ID
                     , :CCT-UPDT-RACF-ID
                  FROM T_CUST_CONTACT
                 WHERE CCT_CUST_NUM = :CCT-CUST-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
              AND SQLCODE NOT = 100
               PERFORM 9100-SQL-FAILURE
                  THRU 9100-EXIT
           END-IF.
           .
       3050-EXIT.
           EXIT.
      *
      ******************************************************************
      *                      4000-BUILD-REPLY                          *
      * RETURNS THE ROW NOW ON FILE IN THE CONTACT EXTENSION AND A     *
      * ONE-LINE SUMMARY IN THE 200-BYTE ADDITIONAL AREA FOR CALLERS   *
      * TOO OLD TO CARRY THE EXTENSION. THE UNDELIVERABLE FLAGS GO IN  *
      * THE ADDRESS QUALITY EXTENSION; A RETURN DATE OF '0001-01-01'   *
      * (NOTHING RETURNED) GOES BACK AS SPACES.                        *
      ******************************************************************
       4000-BUILD-REPLY.

           MOVE CCT-UPDT-RACF-ID            TO ZOS-CONTACT-RPY-UPDT-ID.
           MOVE CCT-UPDT-TS                 TO ZOS-CONTACT-RPY-UPDT-TS.

           MOVE CCT-MAIL-UNDELIV-IND
             TO ZOS-ADQ-RPY-MAIL-UNDELIV-IND.
           MOVE CCT-EMAIL-UNDELIV-IND
             TO ZOS-ADQ-RPY-EMAIL-UNDELIV-IND.
           IF CCT-MAIL-RETURN-DATE = WS-NEVER-DATE
               MOVE SPACES               TO ZOS-ADQ-RPY-MAIL-RETURN-DATE
           ELSE
               MOVE CCT-MAIL-RETURN-DATE TO ZOS-ADQ-RPY-MAIL-RETURN-DATE
           END-IF.

           MOVE SPACES                      TO ZOS-REPLY-ADDNTL-AREA.
           STRING FUNCTION TRIM(CCT-ADDR-LINE-1)
                  ' '
