      *****************************************************************
      **  MEMBER :  ACSWSTKI                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            APPLICATION STICKER INVENTORY - THE RANGES OF    **
      **            PRE-PRINTED APPLICATION STICKERS ISSUED TO EACH  **
      **            SALES OFFICE                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WSTKI-SEQ-IO-WORK-AREA.
           05  WSTKI-SEQ-IO-COMMAND      PIC X(02).
           05  WSTKI-SEQ-IO-STATUS       PIC X(02).
               88  WSTKI-SEQ-IO-EOF             VALUE '08'.
           05  WSTKI-SEQ-FILE-STATUS     PIC X(02).
           05  WSTKI-SEQ-FILE-NAME       PIC X(08)  VALUE 'STKI'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWSTKI                    **
      *****************************************************************
