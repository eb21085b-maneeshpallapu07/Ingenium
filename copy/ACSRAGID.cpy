      *****************************************************************
      **  MEMBER :  ACSRAGID                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE AGENT IDENTITY MASTER FEED **
      **            FROM THE DISTRIBUTION SYSTEM - ONE ROW PER       **
      **            AGENT NUMBER WITH THE AGENT'S OWN NAME AND       **
      **            BIRTH DATE, SO AN APPLICATION CAN BE CHECKED     **
      **            FOR AN AGENT WRITING BUSINESS ON THEMSELF.       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
517342**  15OCT26  DEV    CREATED                                    **
604519**  15OCT26  DEV    AGENT STATUS AND TERMINATION DATE FOR THE  **
604519**                  ORPHANED-AGENT SWEEP                       **
      *****************************************************************

       01  RAGID-SEQ-REC-INFO.
           05  RAGID-AGT-NUM                 PIC X(06).
           05  RAGID-AGT-SUR-NM              PIC X(25).
           05  RAGID-AGT-GIV-NM              PIC X(25).
           05  RAGID-AGT-BTH-DT              PIC X(10).
604519     05  RAGID-AGT-STAT-CD             PIC X(01).
604519         88  RAGID-AGT-ACTIVE                    VALUE 'A'.
604519         88  RAGID-AGT-TERMINATED                VALUE 'T'.
604519     05  RAGID-AGT-TRMN-DT             PIC X(10).
604519     05  FILLER                        PIC X(03).

      *****************************************************************
      **                 END OF COPYBOOK ACSRAGID                    **
      *****************************************************************
