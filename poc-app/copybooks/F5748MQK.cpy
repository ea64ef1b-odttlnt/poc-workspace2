      ******************************************************************
      * DCLGEN TABLE(T_UIS_MQ_CALLER_KEY)                              *
      *        STRUCTURE(DCLT-UIS-MQ-CALLER-KEY)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER SIGNING KEY ISSUED TO AN MQ CALLER OF F5748MQB.    *
      * KEY: MQK_SRC_APP_NM + MQK_KEY_ID. THE CALLER NAMES THE KEY IT  *
      * SIGNED WITH IN EVERY REQUEST MESSAGE; THE BRIDGE ACCEPTS IT    *
      * ONLY WHILE CURRENT DATE IS INSIDE THE ROW'S EFFECTIVE WINDOW,  *
      * AND SIGNS THE REPLY WITH THE SAME KEY. A KEY IS ROTATED BY     *
      * ADDING THE NEW KEY ID WITH AN EFFECTIVE DATE BEFORE THE OLD    *
      * ONE'S END DATE - WHILE THE TWO WINDOWS OVERLAP EITHER KEY IS   *
      * GOOD, SO THE CALLER CAN SWITCH OVER ON ITS OWN SCHEDULE.       *
      *                                                                *
      * THE ROW HOLDS ONLY THE ICSF CKDS LABEL OF THE HMAC KEY, NEVER  *
      * THE KEY ITSELF - THE KEY IS GENERATED INTO THE CKDS AND SHARED *
      * WITH THE CALLER BY SECURITY ADMINISTRATION AND NEVER LEAVES    *
      * ICSF ON THIS SIDE (SEE F5748MQS). THE TABLE IS STILL           *
      * PROTECTED: SELECT IS GRANTED TO THE F5748MQB PLAN ONLY, AND    *
      * INSERT/UPDATE TO SECURITY ADMINISTRATION ONLY, SO NO ONE CAN   *
      * POINT A CALLER AT A KEY LABEL OF THEIR OWN CHOOSING. A KEY IS  *
      * WITHDRAWN BY SETTING ITS END DATE, NOT BY DELETING THE ROW,    *
      * SO THE HISTORY OF WHICH KEY WAS GOOD WHEN IS KEPT.             *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_MQ_CALLER_KEY TABLE
           ( MQK_SRC_APP_NM                 CHAR(10) NOT NULL,
             MQK_KEY_ID                     CHAR(8) NOT NULL,
             MQK_KEY_LABEL                  CHAR(64) NOT NULL,
             MQK_EFF_DATE                   DATE NOT NULL,
             MQK_END_DATE                   DATE NOT NULL,
             MQK_ADD_USERID                 CHAR(8) NOT NULL,
             MQK_ADD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_MQ_CALLER_KEY                *
      ******************************************************************
       01  DCLT-UIS-MQ-CALLER-KEY.
           10 MQK-SRC-APP-NM                PIC X(10).
           10 MQK-KEY-ID                    PIC X(08).
           10 MQK-KEY-LABEL                 PIC X(64).
           10 MQK-EFF-DATE                  PIC X(10).
           10 MQK-END-DATE                  PIC X(10).
           10 MQK-ADD-USERID                PIC X(08).
           10 MQK-ADD-TS                    PIC X(26).
