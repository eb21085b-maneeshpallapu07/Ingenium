      *****************************************************************
      **  MEMBER :  ACSRACCF                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE BRANCH ADDRESS/CONTACT     **
      **            CHANGE CONFIRMATION CARDS - ONE CARD PER         **
      **            PROPOSAL THE BRANCH HAS CONFIRMED WITH THE       **
      **            CLIENT OR REJECTED                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RACCF-SEQ-REC-INFO.
           05  RACCF-CLI-ID              PIC X(10).
           05  RACCF-APP-ID              PIC X(15).
           05  RACCF-DECSN-CD            PIC X(01).
               88  RACCF-DECSN-CONFIRM         VALUE 'C'.
               88  RACCF-DECSN-REJECT          VALUE 'R'.
               88  RACCF-DECSN-VALID           VALUE 'C' 'R'.
           05  RACCF-USER-ID             PIC X(08).
           05  FILLER                    PIC X(46).

      *****************************************************************
      **                 END OF COPYBOOK ACSRACCF                    **
      *****************************************************************
