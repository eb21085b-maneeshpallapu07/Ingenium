      *****************************************************************
      **  MEMBER :  ACSDECMX                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            EARLY-CLAIM MATCH-BACK REGISTER - EACH CLAIM     **
      **            WITH THE UNDERWRITING PATH OF ITS APPLICATION    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  ECMX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECMX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDECMX                    **
      *****************************************************************
