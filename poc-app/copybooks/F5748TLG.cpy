             TLG_FAIL_CODE                  CHAR(4) NOT NULL,
             TLG_SEG_SEQ                    SMALLINT NOT NULL,
             TLG_EVENT_SEQ                  INTEGER NOT NULL
                                            WITH DEFAULT,
             TLG_CHAIN_SEQ                  DECIMAL(15,0) NOT NULL
                                            WITH DEFAULT,
             TLG_ROW_HASH                   CHAR(64) NOT NULL
                                            WITH DEFAULT,
             TLG_PREV_HASH                  CHAR(64) NOT NULL
                                            WITH DEFAULT,
             TLG_PURPOSE_CD                 CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * OBTAINED. F5748EVR RESENDS BY THIS COLUMN; F5748EVD RECONCILES
      * IT AGAINST THE SUMMARY COUNT DAILY.
           10 TLG-EVENT-SEQ                 PIC S9(09) USAGE COMP.
      * TLG_CHAIN_SEQ/ROW_HASH/PREV_HASH SEAL THE ROW INTO THE
      * TAMPER-EVIDENT HASH CHAIN. F5748LGA NUMBERS EACH ROW IT LANDS
      * ONE PAST THE CHAIN HEAD (T_UIS_LOG_CHAIN), CARRIES THE HEAD'S
      * HASH AS TLG_PREV_HASH, AND HASHES THE ROW WITH BOTH THROUGH
      * F5748HCH; THE VALUES RIDE IN THE QUEUED RECORD (F5748KIQ
      * :FD:-CHAIN-SEQ ETC.) AND ARE LANDED WITH THE INSERT. ZERO AND
      * SPACES ON A ROW LANDED OUTSIDE F5748LGA (THE SYNCHRONOUS
      * FALLBACK IN 9310-QUEUE-LOG-RECORD) OR BEFORE THE CHAIN. F5748ARC
      * AND F5748OFL CARRY THE VALUES WITH THE ROW; F5748HCV VERIFIES.
           10 TLG-CHAIN-SEQ                 PIC S9(15)V USAGE COMP-3.
           10 TLG-ROW-HASH                  PIC X(64).
           10 TLG-PREV-HASH                 PIC X(64).
      * TLG_PURPOSE_CD IS THE CALLER'S PURPOSE-OF-USE CODE
      * (ZOS-REQUEST-PURPOSE-CD), VALIDATED AGAINST
      * T_UIS_PURPOSE_ALLOW BY F5748I00 AND CARRIED ON EVERY ROW OF
      * THE REQUEST (F5748KIQ :FD:-PURPOSE-CD). SPACES ON A ROW THAT
      * PREDATES THE CODE OR CAME FROM A CALLER TOO SHORT TO SEND
      * ONE. F5748PUR REPORTS ACCESS VOLUME BY IT MONTHLY.
           10 TLG-PURPOSE-CD                PIC X(04).
