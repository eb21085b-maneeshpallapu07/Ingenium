      *****************************************************************
      **  MEMBER :  ACSSUFDX                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
      **            UNMAPPED APEX FIELD SIGHTING EXTRACT -           **
      **            ONE ROW PER UPLOAD FIELD THE IMPORT COULD        **
      **            NOT FIND ON UFLD, INPUT TO THE UNMAPPED          **
      **            FIELD REGISTER (ASBM9500)                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

           SELECT  UFDX-DATA-FILE  ASSIGN       TO ACSUFDX
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WUFDX-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSUFDX                    **
      *****************************************************************
