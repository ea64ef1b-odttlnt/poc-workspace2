      ******************************************************************
      * DCLGEN TABLE(T_UIS_PURPOSE_ALLOW)                              *
      *        STRUCTURE(DCLT-UIS-PURPOSE-ALLOW)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * PURPOSE-OF-USE CODES EACH CALLER MAY QUOTE FOR EACH SERVICE    *
      * FUNCTION. F5748I00 (3090-CHECK-PURPOSE-OF-USE) ACCEPTS A       *
      * REQUEST ONLY WHEN AN ACTIVE, CURRENTLY EFFECTIVE ROW EXISTS    *
      * FOR ITS ZOS-SRC-APP-NM, SERVICE FUNCTION, AND                  *
      * ZOS-REQUEST-PURPOSE-CD. PUA_SRV_FN_CD '****' ALLOWS THE CODE   *
      * FOR EVERY FUNCTION THE APPLICATION CALLS. F5748THS CHECKS ITS  *
      * OWN KEYED CODE HERE UNDER FUNCTION 'HIST'. ROWS ARE ADDED BY   *
      * THE DBA ON INSTRUCTION FROM THE PRIVACY OFFICE, WHICH OWNS     *
      * THE LIST OF CODES; PUA_STATUS 'I' RETIRES A ROW WITHOUT        *
      * LOSING ITS HISTORY.                                            *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_PURPOSE_ALLOW TABLE
           ( PUA_SRC_APP_NM                 CHAR(10) NOT NULL,
             PUA_SRV_FN_CD                  CHAR(4) NOT NULL,
             PUA_PURPOSE_CD                 CHAR(4) NOT NULL,
             PUA_PURPOSE_DESC               CHAR(40) NOT NULL,
             PUA_STATUS                     CHAR(1) NOT NULL,
             PUA_EFF_DATE                   DATE NOT NULL,
             PUA_END_DATE                   DATE NOT NULL,
             PUA_APPROVED_BY                CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_PURPOSE_ALLOW                *
      ******************************************************************
       01  DCLT-UIS-PURPOSE-ALLOW.
           10 PUA-SRC-APP-NM                PIC X(10).
           10 PUA-SRV-FN-CD                 PIC X(04).
           10 PUA-PURPOSE-CD                PIC X(04).
           10 PUA-PURPOSE-DESC              PIC X(40).
           10 PUA-STATUS                    PIC X(01).
           10 PUA-EFF-DATE                  PIC X(10).
           10 PUA-END-DATE                  PIC X(10).
           10 PUA-APPROVED-BY               PIC X(08).
