     ** CHANGED MY ADDRESS TO THAT" IS ANSWERED FROM THE SYSTEM      *
     ** INSTEAD OF SHRUGGED AT. THE BROWSE KEEPS THE LAST FIVE       *
     ** CHANGES WITH THE SAME SHIFTING-WINDOW TECHNIQUE WGRVTRAN     *
     ** USES FOR RECENT TRANSACTIONS. A SUPERVISOR PIN UNLOCK IN     *
     ** WGRVGBAL IS ON THE SAME TRAIL, SHOWN AS FIELDS PIN-UNLOCK.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCHST.
