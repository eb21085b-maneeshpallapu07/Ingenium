      *****************************************************************
      **  MEMBER :  ACWLBKBR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUBKBR BANK/BRANCH      **
      **            VALIDATION SUBPROGRAM.  THE CALLER SUPPLIES THE  **
      **            BANK AND BRANCH CODES AND THE DATE TO CHECK      **
      **            THEM ON; THE SUBPROGRAM RETURNS THE CODES TO     **
      **            USE (THE SURVIVING BRANCH WHEN THE BRANCH WAS    **
      **            MERGED), THE STATUS DATE AND THE RESULT.         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED FOR BANK/BRANCH VALIDATION         **
      *****************************************************************

       01  LBKBR-PARM-AREA.
           05  LBKBR-BNK-ID                  PIC X(04).
           05  LBKBR-BR-ID                   PIC X(05).
           05  LBKBR-CHK-DT                  PIC X(10).
           05  LBKBR-NEW-BNK-ID              PIC X(04).
           05  LBKBR-NEW-BR-ID               PIC X(05).
           05  LBKBR-STAT-EFF-DT             PIC X(10).
           05  LBKBR-RETURN-CD               PIC X(02).
               88  LBKBR-VALID                     VALUE '00'.
               88  LBKBR-REMAPPED                  VALUE '01'.
               88  LBKBR-CLOSED                    VALUE '02'.
               88  LBKBR-NOT-ON-MASTER             VALUE '03'.
               88  LBKBR-NOT-CHECKED               VALUE '04'.
               88  LBKBR-MERGE-TARGET-BAD          VALUE '05'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLBKBR                    **
      *****************************************************************
