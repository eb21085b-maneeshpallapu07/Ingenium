      *****************************************************************
      **  MEMBER :  ACSSMKPM                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            MARKETING CONSENT PREFERENCE FILE - CURRENT      **
      **            GENERATION, ONE ROW PER CLIENT                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
427063**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  MKPM-DATA-FILE  ASSIGN       TO ACSMKPM
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WMKPM-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSMKPM                    **
      *****************************************************************
