      *****************************************************************
      **  MEMBER :  ACSWLTRM                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            LAB TEST THRESHOLD MASTER - REFERRAL RANGE PER   **
      **            TEST, SEX AND AGE BAND                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WLTRM-SEQ-IO-WORK-AREA.
           05  WLTRM-SEQ-IO-COMMAND      PIC X(02).
           05  WLTRM-SEQ-IO-STATUS       PIC X(02).
               88  WLTRM-SEQ-IO-EOF             VALUE '08'.
           05  WLTRM-SEQ-FILE-STATUS     PIC X(02).
           05  WLTRM-SEQ-FILE-NAME       PIC X(08)  VALUE 'LTRM'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWLTRM                    **
      *****************************************************************
