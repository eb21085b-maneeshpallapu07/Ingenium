      *****************************************************************
      **  MEMBER :  ACSSDSRP                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PERSONAL DATA DISCLOSURE REPORT FILE             **
      **            WRITTEN BY ASBM9513                              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  DSRP-DATA-FILE  ASSIGN       TO ACSDSRP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WDSRP-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSDSRP                    **
      *****************************************************************
