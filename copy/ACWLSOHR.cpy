      *****************************************************************
      **  MEMBER :  ACWLSOHR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUSOHR SALES OFFICE     **
      **            HIERARCHY RESOLUTION SUBPROGRAM                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    CREATED FOR SALES OFFICE HIERARCHY         **
      *****************************************************************

       01  LSOHR-PARM-AREA.
           05  LSOHR-SO-NUM                  PIC X(03).
           05  LSOHR-BR-NUM                  PIC X(03).
           05  LSOHR-AS-OF-DT                PIC X(10).
           05  LSOHR-NEW-SO-NUM              PIC X(03).
           05  LSOHR-NEW-BR-NUM              PIC X(03).
           05  LSOHR-RGN-CD                  PIC X(03).
           05  LSOHR-MERGE-EFF-DT            PIC X(10).
           05  LSOHR-RETURN-CD               PIC X(02).
               88  LSOHR-RESOLVED                  VALUE '00'.
               88  LSOHR-REMAPPED                  VALUE '01'.
               88  LSOHR-NOT-ON-HIER               VALUE '03'.
               88  LSOHR-NOT-CHECKED               VALUE '04'.
               88  LSOHR-MERGE-TARGET-BAD          VALUE '05'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLSOHR                    **
      *****************************************************************
