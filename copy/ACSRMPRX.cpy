      *****************************************************************
      **  MEMBER :  ACSRMPRX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MODEL-EXPANDED FUND        **
      **            ALLOCATION EXTRACT - THE RUFND EXTRACT WITH      **
      **            EACH MODEL PORTFOLIO ROW REPLACED BY ITS FUND    **
      **            ROWS, IN THE RUFND LAYOUT (SEE ACFRUFND)         **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
536182**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMPRX-SEQ-REC-INFO                PIC X(82).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMPRX                    **
      *****************************************************************
