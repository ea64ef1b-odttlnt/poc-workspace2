      ******************************************************************
      * ONE ROW PER LEGAL HOLD PLACED ON A CUSTOMER. WHILE A HOLD IS   *
      * ACTIVE (LGH_STATUS = 'A') NOTHING ABOUT THE CUSTOMER MAY BE    *
      * PURGED, OFFLOADED, MERGED OR UNMERGED, ERASED, OR MASS-MOVED   *
      * TO ANOTHER SEGMENT - F5748ARC, F5748OFL, F5748HKP, F5748MRG,   *
      * F5748UMG, F5748ERA, AND F5748MST ALL CHECK HERE FIRST.         *
      * MAINTAINED BY F5748LHM; A RELEASED HOLD IS KEPT AS AUDIT       *
      * HISTORY (LGH_STATUS = 'R') RATHER THAN DELETED.                *
      ******************************************************************
