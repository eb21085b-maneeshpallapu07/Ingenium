      *****************************************************************
      **  MEMBER :  ACWLTOKN                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUTOKN BANK ACCOUNT     **
      **            TOKENIZATION SUBPROGRAM.  TO TOKENIZE, THE       **
      **            CALLER SUPPLIES THE ACCOUNT NUMBER AND GETS THE  **
      **            TOKEN BACK; TO DETOKENIZE - ONLY THE FEEDS THAT  **
      **            LEAVE FOR THE BANK DO THIS - IT SUPPLIES THE     **
      **            TOKEN AND GETS THE ACCOUNT NUMBER BACK.  A VALUE **
      **            ALREADY IN THE REQUESTED FORM IS RETURNED AS IT  **
      **            IS, SO A FIELD MAY BE PASSED WITHOUT TESTING IT  **
      **            FIRST.                                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
864217**  15OCT26  DEV    CREATED FOR BANK ACCOUNT TOKENIZATION      **
      *****************************************************************

       01  LTOKN-PARM-AREA.
           05  LTOKN-FCN-CD                  PIC X(01).
               88  LTOKN-FCN-TOKENIZE              VALUE 'T'.
               88  LTOKN-FCN-DETOKENIZE            VALUE 'D'.
           05  LTOKN-ACCT-ID                 PIC X(17).
           05  LTOKN-TOKN-ID                 PIC X(17).
           05  LTOKN-RETURN-CD               PIC X(02).
               88  LTOKN-OK                        VALUE '00'.
               88  LTOKN-TOKN-NOT-ON-VAULT         VALUE '01'.
               88  LTOKN-NOT-SUPPLIED              VALUE '04'.
               88  LTOKN-IO-ERROR                  VALUE '09'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLTOKN                    **
      *****************************************************************
