      *****************************************************************
      **  MEMBER :  ACSRCPRL                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CLIENT TO IN-FORCE POLICY  **
      **            RELATIONSHIP UNLOAD - ONE ROW PER CLIENT AND     **
      **            IN-FORCE POLICY THE CLIENT OWNS, IS INSURED      **
      **            UNDER OR PAYS FOR, SORTED BY CLIENT ID           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCPRL-SEQ-REC-INFO.
           05  RCPRL-CLI-ID              PIC X(10).
           05  RCPRL-POL-ID              PIC X(10).
           05  RCPRL-POL-CLI-REL-CD      PIC X(02).
               88  RCPRL-REL-OWNER             VALUE 'OW'.
               88  RCPRL-REL-INSURED           VALUE 'IN'.
               88  RCPRL-REL-PAYOR             VALUE 'PY'.
           05  RCPRL-POL-STAT-CD         PIC X(01).
           05  FILLER                    PIC X(17).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCPRL                    **
      *****************************************************************
