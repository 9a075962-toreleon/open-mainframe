      * SIGN ran 4,000 times, this file says who ran it, and the
      * monthly USAGERPT rolls it up by the UM-DEPT on each user's
      * USRFILE record so every department sees its share of the
      * region, and the month-end GLCHGBK step prices it against
      * the RATECARD rate card into the GL chargeback journal.
      * Events with no signed-on user (the signon screen's own legs)
      * are not accumulated here.
      ******************************************************************
       01  USER-ACTIVITY-RECORD.
           05  UC-KEY.
