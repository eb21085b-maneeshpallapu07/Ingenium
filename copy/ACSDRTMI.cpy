      *****************************************************************
      **  MEMBER :  ACSDRTMI                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            RETURNED-MAIL FILE FROM THE PRINT/MAIL           **
      **            VENDOR - ONE ROW PER LETTER OR POLICY KIT        **
      **            RETURNED UNDELIVERABLE                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RTMI-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRTMI-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRTMI                    **
      *****************************************************************
