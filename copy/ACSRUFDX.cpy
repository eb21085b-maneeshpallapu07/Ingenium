      *****************************************************************
      **  MEMBER :  ACSRUFDX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE UNMAPPED APEX FIELD        **
      **            SIGHTING EXTRACT - ONE ROW EACH TIME THE         **
      **            IMPORT MEETS AN UPLOAD STRUCTURE/FIELD NAME      **
      **            WITH NO UFLD DEFINITION, WITH THE                **
      **            APPLICATION AND CHANNEL IT ARRIVED ON            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
611203**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RUFDX-SEQ-REC-INFO.
           05  RUFDX-CO-ID                   PIC X(02).
           05  RUFDX-UPLD-FLD-STRUCT-NM      PIC X(20).
           05  RUFDX-UPLD-FLD-APEX-NM        PIC X(20).
           05  RUFDX-APP-ID                  PIC X(15).
           05  RUFDX-APP-CHNL-CD             PIC X(01).
           05  RUFDX-SEEN-DT                 PIC X(10).
           05  FILLER                        PIC X(12).

      *****************************************************************
      **                 END OF COPYBOOK ACSRUFDX                    **
      *****************************************************************
