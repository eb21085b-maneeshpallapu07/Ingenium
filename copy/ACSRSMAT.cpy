      *****************************************************************
      **  MEMBER :  ACSRSMAT                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE APPROVED SALES MATERIAL    **
      **            REGISTRY.  ONE ROW PER COMPLIANCE APPROVAL       **
      **            NUMBER AND PLAN THE MATERIAL WAS APPROVED FOR    **
      **            (PLAN '*' - APPROVED FOR EVERY PLAN): WHAT THE   **
      **            MATERIAL IS, THE DATE IT MAY BE USED FROM AND    **
      **            THE DATE IT EXPIRES (SPACES WHILE OPEN-ENDED).   **
      **            A MATERIAL RE-APPROVED AFTER EXPIRY CARRIES ONE  **
      **            ROW PER APPROVAL PERIOD.                         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RSMAT-SEQ-REC-INFO.
           05  RSMAT-APPRV-NUM           PIC X(10).
           05  RSMAT-PLAN-ID             PIC X(15).
               88  RSMAT-PLAN-ALL              VALUE '*'.
           05  RSMAT-MATL-DESC           PIC X(40).
           05  RSMAT-EFF-DT              PIC X(10).
           05  RSMAT-XPRY-DT             PIC X(10).
           05  FILLER                    PIC X(15).

      *****************************************************************
      **                 END OF COPYBOOK ACSRSMAT                    **
      *****************************************************************
