      *****************************************************************
      **  MEMBER :  ACSDFAPR                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            POLICY FORM APPROVAL MASTER - THE JURISDICTIONS  **
      **            EACH APPLICATION FORM IS APPROVED IN AND FOR     **
      **            WHAT DATES                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  FAPR-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFAPR-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDFAPR                    **
      *****************************************************************
