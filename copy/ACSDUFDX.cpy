      *****************************************************************
      **  MEMBER :  ACSDUFDX                                         **
      **  REMARKS:  FD FOR THE                                       **
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

       FD  UFDX-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUFDX-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDUFDX                    **
      *****************************************************************
