      *****************************************************************
      **  MEMBER :  ACSSECRX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            EARLY-CLAIM EXPERIENCE REPORT BY UNDERWRITING    **
      **            PATH, PLAN AND CHANNEL                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  ECRX-DATA-FILE  ASSIGN       TO ACSECRX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WECRX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSECRX                    **
      *****************************************************************
