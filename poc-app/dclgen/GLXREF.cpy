      ******************************************************************
      * DCLGEN TABLE(Q.GLXREF)                                         *
      *        LIBRARY(NLOPEZ.IDZ.DCLGEN(GLXREF))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        STRUCTURE(GLXREF)                                       *
      *        APOST                                                   *
      *        LABEL(YES)                                              *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * GENERAL-LEDGER CROSS-REFERENCE FOR THE GLJRNL JOURNAL EXTRACT. *
      * ONE ROW PER CHARGED PARTY OR RECOVERY OFFSET, NAMING THE COST  *
      * CENTER AND GL ACCOUNT ITS AMOUNT POSTS TO:                     *
      *   GLX_SOURCE 'D' - GLX_KEY IS A Q.ORG DEPTNUMB, FIVE DIGITS    *
      *                    ZERO-FILLED, CHARGED FOR PRDORDER ORDERS;   *
      *              'A' - GLX_KEY IS A ZOS-SRC-APP-NM, CHARGED FOR    *
      *                    UIS USAGE (F5748CHB);                       *
      *              'O' - GLX_KEY IS 'PRDORDER' OR 'F5748CHB', THE    *
      *                    OFFSETTING RECOVERY ACCOUNT FOR THAT FEED.  *
      * A DEPARTMENT, APPLICATION OR FEED WITH NO ROW STOPS GLJRNL -   *
      * NOTHING IS POSTED TO SUSPENSE. MAINTAINED BY GLXMAINT.         *
      ******************************************************************
           EXEC SQL DECLARE Q.GLXREF TABLE
           ( GLX_SOURCE                     CHAR(1) NOT NULL,
             GLX_KEY                        CHAR(10) NOT NULL,
             GLX_COST_CENTER                CHAR(10) NOT NULL,
             GLX_GL_ACCOUNT                 CHAR(10) NOT NULL,
             GLX_CHG_USER                   CHAR(8),
             GLX_CHG_TS                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE Q.GLXREF                           *
      ******************************************************************
       01  GLXREF.
      *    *************************************************************
           10 GLX-SOURCE           PIC X(1).
              88 GLX-FOR-DEPARTMENT        VALUE 'D'.
              88 GLX-FOR-APPLICATION       VALUE 'A'.
              88 GLX-FOR-OFFSET            VALUE 'O'.
      *    *************************************************************
           10 GLX-KEY              PIC X(10).
      *    *************************************************************
           10 GLX-COST-CENTER      PIC X(10).
      *    *************************************************************
           10 GLX-GL-ACCOUNT       PIC X(10).
      *    *************************************************************
           10 GLX-CHG-USER         PIC X(8).
      *    *************************************************************
           10 GLX-CHG-TS           PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IGLXREF.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
