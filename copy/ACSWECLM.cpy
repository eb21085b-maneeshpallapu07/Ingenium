      *****************************************************************
      **  MEMBER :  ACSWECLM                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            EARLY-CLAIM FILE FROM THE CLAIMS SYSTEM - CLAIMS **
      **            INCURRED IN THE CONTESTABLE PERIOD               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WECLM-SEQ-IO-WORK-AREA.
           05  WECLM-SEQ-IO-COMMAND      PIC X(02).
           05  WECLM-SEQ-IO-STATUS       PIC X(02).
               88  WECLM-SEQ-IO-EOF             VALUE '08'.
           05  WECLM-SEQ-FILE-STATUS     PIC X(02).
           05  WECLM-SEQ-FILE-NAME       PIC X(08)  VALUE 'ECLM'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWECLM                    **
      *****************************************************************
