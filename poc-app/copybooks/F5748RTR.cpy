      ******************************************************************
      * DCLGEN TABLE(T_UIS_RETENTION_RUN)                              *
      *        STRUCTURE(DCLT-UIS-RETENTION-RUN)                       *
      *        APOST  LABEL(YES)  COLSUFFIX(YES)                       *
      ******************************************************************
      * ONE ROW PER RUN OF THE RETENTION-ELIGIBILITY SWEEP (F5748RTS), *
      * KEYED BY THE RUN TIMESTAMP THE CANDIDATE FILE HEADER CARRIES.  *
      * RTR_CRITERIA IS THE PARAMETER CARD AS READ; THE RETENTION      *
      * PERIOD, THE CUTOFF DATE IT GAVE (NO ACTIVITY ON OR AFTER IT),  *
      * THE HOUSEHOLD SNAPSHOT USED, AND THE SEGMENTS ARE ALSO BROKEN  *
      * OUT. RTR_INACTIVE_CNT IS THE CUSTOMERS FOUND INACTIVE;         *
      * RTR_CANDIDATE_CNT THOSE PUT ON THE FILE; THE REST WERE LEFT    *
      * OFF FOR A LEGAL HOLD OR AN OPEN STEWARDSHIP CASE.              *
      *                                                                *
      * RTR_STATUS - 'R' RUNNING, 'C' COMPLETE, 'F' FAILED (THE FILE   *
      *              MUST NOT BE REVIEWED - F5748ERA REFUSES IT).      *
      *              RTR_END_TS IS '0001-01-01-00.00.00.000000' UNTIL  *
      *              THE RUN ENDS.                                     *
      ******************************************************************
           EXEC SQL DECLARE T_UIS_RETENTION_RUN TABLE
           ( RTR_RUN_TS                     TIMESTAMP NOT NULL,
             RTR_CRITERIA                   CHAR(80) NOT NULL,
             RTR_RETAIN_DAYS                SMALLINT NOT NULL,
             RTR_CUTOFF_DATE                DATE NOT NULL,
             RTR_SNAP_DATE                  DATE NOT NULL,
             RTR_SEGMENTS                   CHAR(10) NOT NULL,
             RTR_STATUS                     CHAR(1) NOT NULL,
             RTR_INACTIVE_CNT               INTEGER NOT NULL,
             RTR_CANDIDATE_CNT              INTEGER NOT NULL,
             RTR_LEGAL_HOLD_CNT             INTEGER NOT NULL,
             RTR_OPEN_CASE_CNT              INTEGER NOT NULL,
             RTR_END_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE T_UIS_RETENTION_RUN                *
      ******************************************************************
       01  DCLT-UIS-RETENTION-RUN.
           10 RTR-RUN-TS                    PIC X(26).
           10 RTR-CRITERIA                  PIC X(80).
           10 RTR-RETAIN-DAYS               PIC S9(04) USAGE COMP.
           10 RTR-CUTOFF-DATE               PIC X(10).
           10 RTR-SNAP-DATE                 PIC X(10).
           10 RTR-SEGMENTS                  PIC X(10).
           10 RTR-STATUS                    PIC X(01).
              88 RTR-RUN-IS-RUNNING                 VALUE 'R'.
              88 RTR-RUN-IS-COMPLETE                VALUE 'C'.
              88 RTR-RUN-HAS-FAILED                 VALUE 'F'.
           10 RTR-INACTIVE-CNT              PIC S9(09) USAGE COMP.
           10 RTR-CANDIDATE-CNT             PIC S9(09) USAGE COMP.
           10 RTR-LEGAL-HOLD-CNT            PIC S9(09) USAGE COMP.
           10 RTR-OPEN-CASE-CNT             PIC S9(09) USAGE COMP.
           10 RTR-END-TS                    PIC X(26).
