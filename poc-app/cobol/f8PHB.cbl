      *                D T = 3, L = 4, M N = 5, R = 6; VOWELS AND      *
      *                H W Y SKIPPED; REPEATED DIGITS COLLAPSED).      *
      *                F5748SBN COMPUTES THE SAME CODE FOR THE SEARCH  *
      *                NAME AND MATCHES HERE, AS DOES F5748DTH FOR     *
      *                THE NAME ON A DEATH NOTICE AND F5748DCV FOR     *
      *                MEMBER NAMES - THE FOUR ALGORITHMS MUST STAY IN *
      *                STEP.                                           *
      *                                                                *
      *                THE TABLE IS TRUNCATED AND REBUILT EACH RUN -   *
      *                IT IS A DERIVED INDEX, NOT A SYSTEM OF RECORD.  *
      *  DATE       INIT   DESCRIPTION                                *
      *  ---------  -----  ------------------------------------------ *
      *  2026-09-02 UISAD  INITIAL VERSION                             *
      *  2026-10-15 UISAD  SOUND CODE ALSO MIRRORED IN F5748DTH        *
      *  2026-10-15 UISAD  SOUND CODE ALSO MIRRORED IN F5748DCV        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.

      ******************************************************************
      *          SOUND-CODE WORK AREA - SEE 3000-COMPUTE-SOUND-CODE.   *
      *          MIRRORED IN F5748SBN, F5748DTH AND F5748DCV - ALL     *
      *          FOUR MUST STAY IN STEP.                               *
      ******************************************************************
       01  WS-SOUNDEX-AREA.
           05  WS-SDX-INPUT                 PIC X(50) VALUE SPACES.
