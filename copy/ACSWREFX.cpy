      *****************************************************************
      **  MEMBER :  ACSWREFX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            PREMIUM REFUND REQUEST EXTRACT SENT TO           **
      **            ACCOUNTING - ONE RECORD PER RECEIPT OR BALANCE   **
      **            TO BE RETURNED TO THE APPLICANT                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
830261**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WREFX-SEQ-IO-WORK-AREA.
           05  WREFX-SEQ-IO-COMMAND      PIC X(02).
           05  WREFX-SEQ-IO-STATUS       PIC X(02).
               88  WREFX-SEQ-IO-EOF             VALUE '08'.
           05  WREFX-SEQ-FILE-STATUS     PIC X(02).
           05  WREFX-SEQ-FILE-NAME       PIC X(08)  VALUE 'REFX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWREFX                    **
      *****************************************************************
