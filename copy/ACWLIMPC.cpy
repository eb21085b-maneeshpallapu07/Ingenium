      *****************************************************************
      **  MEMBER :  ACWLIMPC                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUIMPC IMPAIRMENT       **
      **            CODING SUBPROGRAM.  THE CALLER SUPPLIES THE      **
      **            QUESTIONNAIRE STRUCTURE, FIELD AND ANSWER; THE   **
      **            SUBPROGRAM RETURNS THE STANDARD IMPAIRMENT CODE  **
      **            AND SEVERITY FROM THE IMPC MASTER.               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED FOR IMPAIRMENT CODING EXTRACT      **
      *****************************************************************

       01  LIMPC-PARM-AREA.
           05  LIMPC-STRUCT-NM               PIC X(20).
           05  LIMPC-FLD-NM                  PIC X(20).
           05  LIMPC-ANSR-VALU               PIC X(15).
           05  LIMPC-IMPR-CD                 PIC X(06).
           05  LIMPC-IMPR-SVRTY-CD           PIC X(01).
           05  LIMPC-RETURN-CD               PIC X(02).
               88  LIMPC-IMPR-CODED                VALUE '00'.
               88  LIMPC-NOT-AN-IMPAIRMENT         VALUE '01'.
               88  LIMPC-NO-MASTER-ROW             VALUE '02'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLIMPC                    **
      *****************************************************************
