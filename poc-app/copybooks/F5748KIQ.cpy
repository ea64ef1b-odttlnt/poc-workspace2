      * WOULD FIND NOTHING TO STAMP. ZERO ON EVERY NON-SUMMARY RECORD
      * AND WHEN THE FEED IS NOT LIVE.
       05  :FD:-EVENT-SEQ                    PIC 9(09).
      * HASH-CHAIN VALUES, SET BY F5748LGA AS IT LANDS THE RECORD AND
      * LANDED IN TLG_CHAIN_SEQ/TLG_ROW_HASH/TLG_PREV_HASH BY
      * KZ0-DB2-LOG-PGM WITH THE INSERT. F5748I00 QUEUES THE RECORD
      * WITH ZERO AND SPACES HERE.
       05  :FD:-CHAIN-SEQ                    PIC 9(15).
       05  :FD:-ROW-HASH                     PIC X(64).
       05  :FD:-PREV-HASH                    PIC X(64).
      * THE CALLER'S PURPOSE-OF-USE CODE (ZOS-REQUEST-PURPOSE-CD), SET
      * BY 9300-LOG-DATA IN F5748I00 ON EVERY RECORD AND LANDED IN
      * TLG_PURPOSE_CD BY KZ0-DB2-LOG-PGM. SPACES ON A RECORD FROM A
      * CALLER TOO SHORT TO CARRY THE CODE (WHICH F5748I00 REJECTS).
       05  :FD:-PURPOSE-CD                   PIC X(04).
