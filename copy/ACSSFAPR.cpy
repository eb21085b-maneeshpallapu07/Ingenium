      *****************************************************************
      **  MEMBER :  ACSSFAPR                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            POLICY FORM APPROVAL MASTER - THE JURISDICTIONS  **
      **            EACH APPLICATION FORM IS APPROVED IN AND FOR     **
      **            WHAT DATES                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  FAPR-DATA-FILE  ASSIGN       TO ACSFAPR
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WFAPR-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSFAPR                    **
      *****************************************************************
