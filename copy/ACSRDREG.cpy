      *****************************************************************
      **  MEMBER :  ACSRDREG                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE NATIONAL DEATH REGISTRY    **
      **            WEEKLY FILE.  ONE ROW PER REGISTERED DEATH: THE  **
      **            REGISTRY REFERENCE, THE NAME OF THE DECEASED IN  **
      **            ROMAN AND KANA (THE KANA MAY BE SPACES ON OLDER  **
      **            REGISTRATIONS), THE BIRTH DATE AND THE DATE OF   **
      **            DEATH.                                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
736152**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RDREG-SEQ-REC-INFO.
           05  RDREG-REG-ID              PIC X(15).
           05  RDREG-SUR-NM              PIC X(25).
           05  RDREG-GIV-NM              PIC X(25).
           05  RDREG-KA-SUR-NM           PIC X(25).
           05  RDREG-KA-GIV-NM           PIC X(25).
           05  RDREG-BTH-DT              PIC X(10).
           05  RDREG-DTH-DT              PIC X(10).
           05  FILLER                    PIC X(15).

      *****************************************************************
      **                 END OF COPYBOOK ACSRDREG                    **
      *****************************************************************
