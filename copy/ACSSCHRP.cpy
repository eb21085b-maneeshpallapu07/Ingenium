      *****************************************************************
      **  MEMBER :  ACSSCHRP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            AGENT REPLACEMENT-CHURNING REVIEW REPORT         **
      **            (PRINT IMAGE)                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  CHRP-DATA-FILE  ASSIGN       TO ACSCHRP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WCHRP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSCHRP                    **
      *****************************************************************
