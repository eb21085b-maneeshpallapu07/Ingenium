      *****************************************************************
      **  MEMBER :  ACSWUFDX                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
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

       01  WUFDX-SEQ-IO-WORK-AREA.
           05  WUFDX-SEQ-IO-COMMAND      PIC X(02).
           05  WUFDX-SEQ-IO-STATUS       PIC X(02).
               88  WUFDX-SEQ-IO-EOF             VALUE '08'.
           05  WUFDX-SEQ-FILE-STATUS     PIC X(02).
           05  WUFDX-SEQ-FILE-NAME       PIC X(08)  VALUE 'UFDX'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWUFDX                    **
      *****************************************************************
