      *****************************************************************
      **  MEMBER :  ACSWARCT                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            TOKENIZED UPLOAD ARCHIVE FILE.  THE NEW          **
      **            ARCHIVE GENERATION WRITTEN WHEN THE EXISTING     **
      **            ARCV ARCHIVE IS CONVERTED TO TOKENIZED BANK      **
      **            ACCOUNT NUMBERS.                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WARCT-SEQ-IO-WORK-AREA.
           05  WARCT-SEQ-IO-COMMAND      PIC X(02).
           05  WARCT-SEQ-IO-STATUS       PIC X(02).
               88  WARCT-SEQ-IO-EOF             VALUE '08'.
           05  WARCT-SEQ-FILE-STATUS     PIC X(02).
           05  WARCT-SEQ-FILE-NAME       PIC X(08)  VALUE 'ARCT'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWARCT                    **
      *****************************************************************
