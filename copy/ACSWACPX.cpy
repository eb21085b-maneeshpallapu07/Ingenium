      *****************************************************************
      **  MEMBER :  ACSWACPX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WACPX-SEQ-IO-WORK-AREA.
           05  WACPX-SEQ-IO-COMMAND      PIC X(02).
           05  WACPX-SEQ-IO-STATUS       PIC X(02).
               88  WACPX-SEQ-IO-EOF             VALUE '08'.
           05  WACPX-SEQ-FILE-STATUS     PIC X(02).
           05  WACPX-SEQ-FILE-NAME       PIC X(08)  VALUE 'ACPX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWACPX                    **
      *****************************************************************
