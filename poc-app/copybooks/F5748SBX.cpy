      ******************************************************************
      * F5748SBX                                                       *
      * SEARCH-EXTENSION HANDSHAKE BETWEEN F5748I00 AND THE SEARCH     *
      * SERVICES (F5748SBN BY NAME, F5748SBC BY PHONE/EMAIL),          *
      * CARRIED IN THE ALWAYS-PRESENT ZOS-REPLY-ADDNTL-AREA SCRATCH    *
      * FIELD (WHICH 1000-INITIALIZE CLEARS EVERY REQUEST) FOR THE     *
      * DURATION OF THE SERVICE LINK.                                  *
