      *****************************************************************
      **  MEMBER :  ACSSELHL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            ELDERLY APPLICANT PROTECTION HOLD FILE           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
263951**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ELHL-DATA-FILE  ASSIGN       TO ACSELHL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WELHL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSELHL                    **
      *****************************************************************
