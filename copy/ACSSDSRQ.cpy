      *****************************************************************
      **  MEMBER :  ACSSDSRQ                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            PERSONAL DATA ACCESS REQUEST CARD FILE           **
      **            (ONE CARD PER DATA SUBJECT) READ BY ASBM9513     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  DSRQ-DATA-FILE  ASSIGN       TO ACSDSRQ
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WDSRQ-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSDSRQ                    **
      *****************************************************************
