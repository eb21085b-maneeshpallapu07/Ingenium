      *****************************************************************
      **  MEMBER :  ACSDACAP                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            CONFIRMED ADDRESS/CONTACT CHANGES FOR POLICY     **
      **            SERVICE                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ACAP-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 450 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RACAP-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDACAP                    **
      *****************************************************************
