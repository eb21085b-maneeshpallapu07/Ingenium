      *****************************************************************
      **  MEMBER :  ACSWACPG                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE - NEXT      **
      **            GENERATION                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WACPG-SEQ-IO-WORK-AREA.
           05  WACPG-SEQ-IO-COMMAND      PIC X(02).
           05  WACPG-SEQ-IO-STATUS       PIC X(02).
               88  WACPG-SEQ-IO-EOF             VALUE '08'.
           05  WACPG-SEQ-FILE-STATUS     PIC X(02).
           05  WACPG-SEQ-FILE-NAME       PIC X(08)  VALUE 'ACPG'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWACPG                    **
      *****************************************************************
