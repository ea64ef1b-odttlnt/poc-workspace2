      ******************************************************************
      * DCLGEN TABLE(T_UIS_HHLD_SNAPSHOT)                              *
      *        STRUCTURE(DCLT-UIS-HHLD-SNAPSHOT)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER INFORCE HOUSEHOLD MEMBER PER SNAPSHOT DATE, LOADED *
      * NIGHTLY BY F5748HSL FROM ONE F5748ZQF WALK OF EVERY CUSTOMER'S *
      * HOUSEHOLDS. KEY: HSN_SNAP_DATE + HSN_CUST_NUM + HSN_EMPE_ID +  *
      * HSN_MBR_SEQ. HSN_MBR_SEQ IS THE MEMBER'S POSITION IN THE       *
      * HOUSEHOLD AS GETLISTOFMEMBERS RETURNS IT (1 - N);              *
      * HSN_MBR_SRC_SEQ IS INFORCE'S OWN SOURCE SEQUENCE NUMBER, THE   *
      * ONE F5748HHM NAMES A MEMBER BY. HSN_RELATE_CD IS THE INFORCE   *
      * RELATIONSHIP ('00' THE EMPLOYEE). HSN_MBR_DOB IS YYYYMMDD AS   *
      * INFORCE CARRIES IT, '00000000' WHEN NOT ON FILE. HSN_SEG_ID IS *
      * THE SEGMENT WHOSE F6405INx FILE THE HOUSEHOLD WAS READ FROM.   *
      *                                                                *
      * A SNAPSHOT DATE IS ONLY USABLE ONCE F5748HSL HAS REGISTERED    *
      * SUCCESS FOR IT ON T_UIS_RUN_STATUS - READERS TAKE THE LATEST   *
      * RUN_DATE WITH A 'SUCCESS' F5748HSL ROW, NEVER MAX(SNAP_DATE),  *
      * SO A LOAD THAT DIED HALFWAY IS NEVER REPORTED FROM. F5748HSL   *
      * DELETES SNAPSHOT DATES OLDER THAN THE RETENTION DAYS ON ITS    *
      * PARAMETER CARD. ONLINE SERVICES (F5748DNL, F5748I00) STILL     *
      * READ INFORCE ITSELF - A SNAPSHOT IS UP TO A DAY BEHIND.        *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_HHLD_SNAPSHOT TABLE
           ( HSN_SNAP_DATE                  DATE NOT NULL,
             HSN_CUST_NUM                   CHAR(10) NOT NULL,
             HSN_EMPE_ID                    CHAR(9) NOT NULL,
             HSN_MBR_SEQ                    SMALLINT NOT NULL,
             HSN_MBR_SRC_SEQ                SMALLINT NOT NULL,
             HSN_RELATE_CD                  CHAR(2) NOT NULL,
             HSN_FIRST_NM                   CHAR(20) NOT NULL,
             HSN_LAST_NM                    CHAR(25) NOT NULL,
             HSN_MBR_DOB                    CHAR(8) NOT NULL,
             HSN_SEG_ID                     CHAR(1) NOT NULL,
             HSN_LOAD_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_HHLD_SNAPSHOT                *
      ******************************************************************
       01  DCLT-UIS-HHLD-SNAPSHOT.
           10 HSN-SNAP-DATE                 PIC X(10).
           10 HSN-CUST-NUM                  PIC X(10).
           10 HSN-EMPE-ID                   PIC X(09).
           10 HSN-MBR-SEQ                   PIC S9(04) USAGE COMP.
           10 HSN-MBR-SRC-SEQ               PIC S9(04) USAGE COMP.
           10 HSN-RELATE-CD                 PIC X(02).
              88 HSN-MBR-IS-EMPLOYEE               VALUE '00'.
           10 HSN-FIRST-NM                  PIC X(20).
           10 HSN-LAST-NM                   PIC X(25).
           10 HSN-MBR-DOB                   PIC X(08).
           10 HSN-SEG-ID                    PIC X(01).
           10 HSN-LOAD-TS                   PIC X(26).
