      *****************************************************************
      **  MEMBER :  ACWLSMAT                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUSMAT SALES MATERIAL   **
      **            APPROVAL SUBPROGRAM.  THE CALLER SUPPLIES THE    **
      **            COMPLIANCE APPROVAL NUMBER QUOTED ON THE         **
      **            APPLICATION, THE PLAN AND THE DATE THE MATERIAL  **
      **            WAS USED; THE SUBPROGRAM RETURNS WHETHER THE     **
      **            MATERIAL WAS APPROVED FOR THAT PLAN ON THAT      **
      **            DATE, FROM THE SMAT REGISTRY.                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED FOR SALES MATERIAL REGISTRY        **
      *****************************************************************

       01  LSMAT-PARM-AREA.
           05  LSMAT-APPRV-NUM               PIC X(10).
           05  LSMAT-PLAN-ID                 PIC X(15).
           05  LSMAT-USE-DT                  PIC X(10).
           05  LSMAT-MATL-DESC               PIC X(40).
           05  LSMAT-EFF-DT                  PIC X(10).
           05  LSMAT-XPRY-DT                 PIC X(10).
           05  LSMAT-RETURN-CD               PIC X(02).
               88  LSMAT-MATL-APPROVED             VALUE '00'.
               88  LSMAT-MATL-UNKNOWN              VALUE '01'.
               88  LSMAT-MATL-NOT-FOR-PLAN         VALUE '02'.
               88  LSMAT-MATL-EXPIRED              VALUE '03'.
               88  LSMAT-MATL-NOT-YET-EFF          VALUE '04'.
               88  LSMAT-MATL-NOT-SUPPLIED         VALUE '05'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLSMAT                    **
      *****************************************************************
